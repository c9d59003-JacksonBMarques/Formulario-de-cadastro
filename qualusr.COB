      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: VARREDURA DE QUALIDADE DE USER.DAT - REVALIDA TODOS
      *          OS CADASTROS PELAS REGRAS ATUAIS DO CREAUSER (DIGITOS
      *          DO CPF, DATA DE NASCIMENTO/IDADE MINIMA DA POLITICA DE
      *          SEGURANCA EM POLITICA.DAT, DOMINIO DO E-MAIL EM
      *          DOMINIO.DAT E DDD/FORMATO DO TELEFONE EM DDD.DAT) E
      *          GRAVA EM QUALUSR.TXT UMA LINHA POR REGRA VIOLADA POR
      *          ID-USUARIO, COM O CODIGO DO MOTIVO E OS TOTAIS POR
      *          REGRA. CADASTROS ANONIMIZADOS PELO ANONUSR SO SAO
      *          CONTADOS. RODA COMO PASSO DO FECHDIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALUSR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY DOMSEL.
               COPY DDDSEL.
               COPY QUALSEL.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIO.
           COPY USERREC.

       FD DOMINIO.
           COPY DOMREC.

       FD DDD.
           COPY DDDREC.

       FD QUALREL.
           COPY QUALREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
         88 FS-OK                        VALUE 0.
       77 WRK-QUAL-FS                    PIC 99.
         88 QUAL-FS-OK                   VALUE 0.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 USUARIO-EOF                 VALUE 'S' FALSE 'N'.
      *TABELA DE DOMINIOS DE E-MAIL PERMITIDOS, CARREGADA DE DOMINIO.DAT
      *(MESMA CARGA DO P0B-CARREGA-DOMINIOS DO CREAUSER)
       77 WRK-DOM-FS                     PIC 99.
          88 DOM-FS-OK                   VALUE 0.
       77 WRK-DOM-EOF                    PIC X VALUE 'N'.
          88 DOM-FS-EOF                  VALUE 'S' FALSE 'N'.
       77 WRK-DOM-ACHOU                  PIC X VALUE 'N'.
          88 DOM-ACHOU-OK                VALUE 'S' FALSE 'N'.
       01 WRK-TAB-DOMINIO.
          05 WRK-DOM-QTD                 PIC 9(02) VALUE ZERO.
          05 WRK-DOM-ITEM OCCURS 20 TIMES INDEXED BY WRK-DOM-IDX.
             10 WRK-DOM-ITEM-COD         PIC 9(02).
             10 WRK-DOM-ITEM-DESC        PIC X(14).
       77 WRK-AT-POS                     PIC 9(03) COMP.
       77 WRK-DOMINIO                    PIC X(14).
      *TABELA DE DDDS (CODIGOS DE AREA) VALIDOS, CARREGADA DE DDD.DAT
      *(MESMA CARGA DO P0D-CARREGA-DDDS DO CREAUSER)
       77 WRK-DDD-FS                      PIC 99.
          88 DDD-FS-OK                    VALUE 0.
       77 WRK-DDD-EOF                     PIC X VALUE 'N'.
          88 DDD-FS-EOF                   VALUE 'S' FALSE 'N'.
       77 WRK-DDD-ACHOU                   PIC X VALUE 'N'.
          88 DDD-ACHOU-OK                 VALUE 'S' FALSE 'N'.
       01 WRK-TAB-DDD.
          05 WRK-DDD-QTD                  PIC 9(02) VALUE ZERO.
          05 WRK-DDD-ITEM OCCURS 99 TIMES INDEXED BY WRK-DDD-IDX.
             10 WRK-DDD-ITEM-COD          PIC 9(02).
             10 WRK-DDD-ITEM-DESC         PIC X(14).
       77 WRK-TEL-DDD                     PIC X(02).
      *VARIAVEIS DE REVALIDACAO DO TELEFONE (MESMA REGRA DO
      *P7-VALIDA-TELEFONE DO CREAUSER)
       77 WRK-TEL-TAM                     PIC 9(03) VALUE ZEROS.
       77 WRK-TEL-PASS-OK                 PIC X VALUE 'N'.
       77 WRK-TEL-CONT                    PIC 9(4) COMP VALUE 1.
      *VARIAVEIS DE REVALIDACAO DO CPF (MESMA REGRA DO P5-VALIDA-CPF
      *DO CREAUSER)
       77 WRK-CPF                         PIC 9(11).
       77 WRK-CPF-X REDEFINES WRK-CPF     PIC X(11).
       77 WRK-CPF-OK                      PIC X VALUE 'N'.
          88 CPF-OK                       VALUE 'S' FALSE 'N'.
       77 WRK-CPF-REPETIDO                PIC X VALUE 'N'.
       77 WRK-CPF-SOMA                    PIC 9(05) COMP.
       77 WRK-CPF-PESO                    PIC 9(02) COMP.
       77 WRK-CPF-RESTO                   PIC 9(02) COMP.
       77 WRK-CPF-DV1                     PIC 9(01).
       77 WRK-CPF-DV2                     PIC 9(01).
       77 WRK-CPF-CONT                    PIC 9(02) COMP VALUE 1.
      *VARIAVEIS DE REVALIDACAO DA DATA DE NASCIMENTO (MESMA REGRA DO
      *P5-VALIDA-NASC DO CREAUSER)
       01 WRK-DT-NASC-GRP.
          05 WRK-DT-NASCIMENTO            PIC 9(08).
       01 WRK-DT-NASC-R REDEFINES WRK-DT-NASC-GRP.
          05 WRK-NASC-ANO                 PIC 9(04).
          05 WRK-NASC-MES                 PIC 9(02).
          05 WRK-NASC-DIA                 PIC 9(02).
       77 WRK-DT-NASC-OK                  PIC X VALUE 'N'.
          88 DT-NASC-OK                   VALUE 'S' FALSE 'N'.
       01 WRK-HOJE-GRP.
          05 WRK-HOJE                     PIC 9(08).
       01 WRK-HOJE-R REDEFINES WRK-HOJE-GRP.
          05 WRK-HOJE-ANO                 PIC 9(04).
          05 WRK-HOJE-MES                 PIC 9(02).
          05 WRK-HOJE-DIA                 PIC 9(02).
       77 WRK-IDADE                       PIC 9(03).
      *VARIAVEIS DA LINHA DE EXCECAO
       77 WRK-MOTIVO                      PIC X(04).
       77 WRK-MOTIVO-DESC                 PIC X(40).
       77 WRK-VALOR                       PIC X(40).
       77 WRK-SIT                         PIC X(01).
       77 WRK-TEVE-EXCECAO                PIC X VALUE 'N'.
          88 TEVE-EXCECAO                 VALUE 'S' FALSE 'N'.
      *TOTAIS DA VARREDURA, QUEBRADOS POR REGRA
       77 WRK-TOTAL-LIDOS                 PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-COM-EXCECAO           PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-LINHAS                PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-CPF                   PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-NASC                  PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-DOM                   PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-DDD                   PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-TEL                   PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-ANONIMIZADOS          PIC 9(06) COMP VALUE ZERO.
      *PSEUDONIMO DOS CADASTROS ANONIMIZADOS PELO ANONUSR
           COPY ANONNOM.
       77 WRK-TOTAL-MOSTRA                PIC 9(06).
      *POLITICA DE SEGURANCA EM VIGOR (POLCARGA): IDADE MINIMA
           COPY POLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   VARREDURA DE QUALIDADE DOS CADASTROS        *'
            DISPLAY '************************************************'

            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-HOJE

            PERFORM P0B-CARREGA-DOMINIOS THRU P0B-CARREGA-DOMINIOS-FIM
            PERFORM P0D-CARREGA-DDDS     THRU P0D-CARREGA-DDDS-FIM
            CALL 'POLCARGA' USING PAR-POLITICA
            PERFORM P1-VARREDURA         THRU P1-VARREDURA-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O FECHDIA POSSA ENCADEAR
      *ESTE PASSO E RETOMAR O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *CARGA DA TABELA DE DOMINIOS DE E-MAIL PERMITIDOS A PARTIR DE
      *DOMINIO.DAT. SEM O ARQUIVO, VALEM OS MESMOS DOMINIOS ORIGINAIS
      *QUE O CREAUSER MANTEM EM MEMORIA.
      *-------------------------------------------------------------------------
       P0B-CARREGA-DOMINIOS.
            MOVE ZERO                          TO WRK-DOM-QTD
            MOVE 'N'                           TO WRK-DOM-EOF

            OPEN INPUT DOMINIO
            IF WRK-DOM-FS EQUAL 35
               PERFORM P0B-SEMEIA-PADRAO THRU P0B-SEMEIA-PADRAO-FIM
            ELSE
               PERFORM P0B-LEIA-DOMINIO
               PERFORM P0B-CARREGA-ITEM THRU P0B-CARREGA-ITEM-FIM
                       UNTIL DOM-FS-EOF
               CLOSE DOMINIO
            END-IF
            .
       P0B-CARREGA-DOMINIOS-FIM.
       P0B-LEIA-DOMINIO.
            READ DOMINIO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-DOM-EOF
            END-READ
            .
       P0B-CARREGA-ITEM.
            IF WRK-DOM-QTD < 20
               ADD 1 TO WRK-DOM-QTD
               MOVE DOM-CODIGO      TO WRK-DOM-ITEM-COD(WRK-DOM-QTD)
               MOVE DOM-DESCRICAO   TO WRK-DOM-ITEM-DESC(WRK-DOM-QTD)
            ELSE
               DISPLAY 'AVISO: DOMINIO.DAT TEM MAIS DE 20 DOMINIOS, '
                       'DEMAIS REGISTROS IGNORADOS'
            END-IF
            PERFORM P0B-LEIA-DOMINIO
            .
       P0B-CARREGA-ITEM-FIM.
       P0B-SEMEIA-PADRAO.
            MOVE 2                             TO WRK-DOM-QTD
            MOVE 1                             TO WRK-DOM-ITEM-COD(1)
            MOVE '@CAPGEMINI.COM'              TO WRK-DOM-ITEM-DESC(1)
            MOVE 2                             TO WRK-DOM-ITEM-COD(2)
            MOVE '@BRADESCO.COM'               TO WRK-DOM-ITEM-DESC(2)
            .
       P0B-SEMEIA-PADRAO-FIM.

      *-------------------------------------------------------------------------
      *CARGA DA TABELA DE DDDS VALIDOS A PARTIR DE DDD.DAT. SEM O
      *ARQUIVO, VALEM OS MESMOS DDDS DE CAPITAIS QUE O CREAUSER MANTEM
      *EM MEMORIA.
      *-------------------------------------------------------------------------
       P0D-CARREGA-DDDS.
            MOVE ZERO                          TO WRK-DDD-QTD
            MOVE 'N'                           TO WRK-DDD-EOF

            OPEN INPUT DDD
            IF WRK-DDD-FS EQUAL 35
               PERFORM P0D-SEMEIA-PADRAO THRU P0D-SEMEIA-PADRAO-FIM
            ELSE
               PERFORM P0D-LEIA-DDD
               PERFORM P0D-CARREGA-ITEM THRU P0D-CARREGA-ITEM-FIM
                       UNTIL DDD-FS-EOF
               CLOSE DDD
            END-IF
            .
       P0D-CARREGA-DDDS-FIM.
       P0D-LEIA-DDD.
            READ DDD NEXT RECORD
               AT END MOVE 'S'                 TO WRK-DDD-EOF
            END-READ
            .
       P0D-CARREGA-ITEM.
            IF WRK-DDD-QTD < 99
               ADD 1 TO WRK-DDD-QTD
               MOVE DDD-CODIGO      TO WRK-DDD-ITEM-COD(WRK-DDD-QTD)
               MOVE DDD-DESCRICAO   TO WRK-DDD-ITEM-DESC(WRK-DDD-QTD)
            ELSE
               DISPLAY 'AVISO: DDD.DAT TEM MAIS DE 99 DDDS, '
                       'DEMAIS REGISTROS IGNORADOS'
            END-IF
            PERFORM P0D-LEIA-DDD
            .
       P0D-CARREGA-ITEM-FIM.
       P0D-SEMEIA-PADRAO.
            MOVE 5                             TO WRK-DDD-QTD
            MOVE 11                            TO WRK-DDD-ITEM-COD(1)
            MOVE 'SAO PAULO-SP'                TO WRK-DDD-ITEM-DESC(1)
            MOVE 21                            TO WRK-DDD-ITEM-COD(2)
            MOVE 'RIO DE JANEIRO'              TO WRK-DDD-ITEM-DESC(2)
            MOVE 31                            TO WRK-DDD-ITEM-COD(3)
            MOVE 'BELO HORIZONTE'              TO WRK-DDD-ITEM-DESC(3)
            MOVE 41                            TO WRK-DDD-ITEM-COD(4)
            MOVE 'CURITIBA-PR'                 TO WRK-DDD-ITEM-DESC(4)
            MOVE 61                            TO WRK-DDD-ITEM-COD(5)
            MOVE 'BRASILIA-DF'                 TO WRK-DDD-ITEM-DESC(5)
            .
       P0D-SEMEIA-PADRAO-FIM.

      *-------------------------------------------------------------------------
      *PERCORRE USER.DAT INTEIRO REVALIDANDO CADA CADASTRO E GRAVA O
      *RELATORIO DE EXCECOES EM QUALUSR.TXT
      *-------------------------------------------------------------------------
       P1-VARREDURA.
            MOVE 'N'                           TO WRK-EOF
            OPEN OUTPUT QUALREL
            IF NOT QUAL-FS-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE EXCECOES'
               DISPLAY 'FILE STATUS: ' WRK-QUAL-FS
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
               MOVE 8                          TO RETURN-CODE
            ELSE
               PERFORM P1-CABECALHO THRU P1-CABECALHO-FIM

               OPEN INPUT USUARIO
               IF WRK-FS EQUAL 35
                  DISPLAY 'NENHUM USUARIO CADASTRADO.'
               ELSE
                  IF NOT FS-OK
                     DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                     DISPLAY 'FILE STATUS: ' WRK-FS
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
                     MOVE 8                    TO RETURN-CODE
                  ELSE
                     PERFORM P1-LEIA-USUARIO
                     PERFORM P2-PROCESSA-USUARIO
                             THRU P2-PROCESSA-USUARIO-FIM
                             UNTIL USUARIO-EOF
                     CLOSE USUARIO
                  END-IF
               END-IF

               PERFORM P5-RODAPE THRU P5-RODAPE-FIM
               CLOSE QUALREL
            END-IF
            .
       P1-VARREDURA-FIM.
       P1-LEIA-USUARIO.
            READ USUARIO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-EOF
            END-READ
            .
       P1-CABECALHO.
            MOVE ALL '='                       TO REG-QUAL-REL
            WRITE REG-QUAL-REL

            MOVE SPACES                        TO REG-QUAL-REL
            STRING 'CADASTRO DE USUARIOS - EXCECOES DE QUALIDADE'
                   '          EMITIDO EM: ' WRK-HOJE
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL

            MOVE ALL '-'                       TO REG-QUAL-REL
            WRITE REG-QUAL-REL

            MOVE SPACES                        TO REG-QUAL-REL
            STRING 'ID   SIT MOTIVO DESCRICAO                   '
                   '             VALOR ENCONTRADO'
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL

            MOVE ALL '-'                       TO REG-QUAL-REL
            WRITE REG-QUAL-REL
            .
       P1-CABECALHO-FIM.

      *-------------------------------------------------------------------------
      *APLICA AS REGRAS A UM CADASTRO. CADA REGRA VIOLADA GERA SUA
      *PROPRIA LINHA, PARA QUE O MESMO ID POSSA APARECER MAIS DE UMA
      *VEZ NO RELATORIO
      *-------------------------------------------------------------------------
       P2-PROCESSA-USUARIO.
            ADD 1                              TO WRK-TOTAL-LIDOS
            MOVE 'N'                           TO WRK-TEVE-EXCECAO

      *CADASTRO ANONIMIZADO (LGPD) NAO TEM MAIS DADO PESSOAL A
      *REVALIDAR E FICA FORA DAS REGRAS
            IF FNAME EQUAL ANON-PSEUDONIMO AND CPF EQUAL ZERO
               ADD 1                           TO WRK-TOTAL-ANONIMIZADOS
               PERFORM P1-LEIA-USUARIO
               GO TO P2-PROCESSA-USUARIO-FIM
            END-IF

      *CADASTROS ANTERIORES AO CICLO DE VIDA DE SITUACAO (ESPACO) SAO
      *ATIVOS, COMO NO RESTANTE DO SISTEMA
            IF CADASTRO-INATIVO
               MOVE 'I'                        TO WRK-SIT
            ELSE
               MOVE 'A'                        TO WRK-SIT
            END-IF

            PERFORM P3-REGRA-CPF      THRU P3-REGRA-CPF-FIM
            PERFORM P3-REGRA-NASC     THRU P3-REGRA-NASC-FIM
            PERFORM P3-REGRA-DOMINIO  THRU P3-REGRA-DOMINIO-FIM
            PERFORM P3-REGRA-TELEFONE THRU P3-REGRA-TELEFONE-FIM

            IF TEVE-EXCECAO
               ADD 1                           TO WRK-TOTAL-COM-EXCECAO
            END-IF
            PERFORM P1-LEIA-USUARIO
            .
       P2-PROCESSA-USUARIO-FIM.

      *-------------------------------------------------------------------------
      *REGRA CPF - DIGITOS VERIFICADORES. REGISTROS CONVERTIDOS PODEM
      *TER O CPF ZERADO OU EM BRANCO, O QUE TAMBEM EH EXCECAO
      *-------------------------------------------------------------------------
       P3-REGRA-CPF.
            MOVE 'N'                           TO WRK-CPF-OK
            IF CPF IS NUMERIC
               MOVE CPF                        TO WRK-CPF
               PERFORM P3-VALIDA-CPF THRU P3-VALIDA-CPF-FIM
            END-IF

            IF NOT CPF-OK
               ADD 1                           TO WRK-TOTAL-CPF
               MOVE 'CPF '                     TO WRK-MOTIVO
               MOVE 'CPF INVALIDO (DIGITO VERIFICADOR)'
                                               TO WRK-MOTIVO-DESC
               MOVE CPF                        TO WRK-VALOR
               PERFORM P4-GRAVA-EXCECAO THRU P4-GRAVA-EXCECAO-FIM
            END-IF
            .
       P3-REGRA-CPF-FIM.
       P3-VALIDA-CPF.
            MOVE 'N'                           TO WRK-CPF-REPETIDO
            IF WRK-CPF-X(1:1) = WRK-CPF-X(2:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(3:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(4:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(5:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(6:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(7:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(8:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(9:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(10:1)
               AND WRK-CPF-X(1:1) = WRK-CPF-X(11:1)
               MOVE 'S'                        TO WRK-CPF-REPETIDO
            END-IF

            IF WRK-CPF-REPETIDO NOT EQUAL 'S'
               MOVE ZERO                       TO WRK-CPF-SOMA
               MOVE 10                         TO WRK-CPF-PESO
               PERFORM P3-SOMA-DIGITO THRU P3-SOMA-DIGITO-FIM
                       VARYING WRK-CPF-CONT FROM 1 BY 1
                       UNTIL WRK-CPF-CONT > 9
               COMPUTE WRK-CPF-RESTO =
                       FUNCTION MOD(WRK-CPF-SOMA * 10 11)
               IF WRK-CPF-RESTO = 10
                  MOVE 0                        TO WRK-CPF-DV1
               ELSE
                  MOVE WRK-CPF-RESTO            TO WRK-CPF-DV1
               END-IF

               MOVE ZERO                       TO WRK-CPF-SOMA
               MOVE 11                         TO WRK-CPF-PESO
               PERFORM P3-SOMA-DIGITO THRU P3-SOMA-DIGITO-FIM
                       VARYING WRK-CPF-CONT FROM 1 BY 1
                       UNTIL WRK-CPF-CONT > 9
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA + WRK-CPF-DV1 * 2
               COMPUTE WRK-CPF-RESTO =
                       FUNCTION MOD(WRK-CPF-SOMA * 10 11)
               IF WRK-CPF-RESTO = 10
                  MOVE 0                        TO WRK-CPF-DV2
               ELSE
                  MOVE WRK-CPF-RESTO            TO WRK-CPF-DV2
               END-IF

               IF FUNCTION NUMVAL(WRK-CPF-X(10:1)) = WRK-CPF-DV1
                  AND FUNCTION NUMVAL(WRK-CPF-X(11:1)) = WRK-CPF-DV2
                  MOVE 'S'                      TO WRK-CPF-OK
               END-IF
            END-IF
            .
       P3-VALIDA-CPF-FIM.
       P3-SOMA-DIGITO.
            COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA +
               FUNCTION NUMVAL(WRK-CPF-X(WRK-CPF-CONT:1))
                                          * WRK-CPF-PESO
            SUBTRACT 1                         FROM WRK-CPF-PESO
            .
       P3-SOMA-DIGITO-FIM.

      *-------------------------------------------------------------------------
      *REGRA NASC - DATA DE NASCIMENTO VALIDA E IDADE ENTRE A IDADE
      *MINIMA DA POLITICA DE SEGURANCA E 120 ANOS
      *-------------------------------------------------------------------------
       P3-REGRA-NASC.
            MOVE 'N'                           TO WRK-DT-NASC-OK
            IF DT-NASCIMENTO IS NUMERIC
               MOVE DT-NASCIMENTO              TO WRK-DT-NASCIMENTO
               PERFORM P3-VALIDA-NASC THRU P3-VALIDA-NASC-FIM
            END-IF

            IF NOT DT-NASC-OK
               ADD 1                           TO WRK-TOTAL-NASC
               MOVE 'NASC'                     TO WRK-MOTIVO
               MOVE 'NASCIMENTO INVALIDO OU IDADE FORA DA FAIXA'
                                               TO WRK-MOTIVO-DESC
               MOVE DT-NASCIMENTO              TO WRK-VALOR
               PERFORM P4-GRAVA-EXCECAO THRU P4-GRAVA-EXCECAO-FIM
            END-IF
            .
       P3-REGRA-NASC-FIM.
       P3-VALIDA-NASC.
            IF WRK-NASC-MES >= 1 AND WRK-NASC-MES <= 12
               IF WRK-NASC-DIA >= 1 AND WRK-NASC-DIA <= 31
                  IF WRK-NASC-ANO >= 1900
                     AND WRK-DT-NASCIMENTO NOT > WRK-HOJE
                     COMPUTE WRK-IDADE = WRK-HOJE-ANO - WRK-NASC-ANO
                     IF WRK-IDADE >= PAR-IDADE-MINIMA
                        AND WRK-IDADE <= 120
                        MOVE 'S'                TO WRK-DT-NASC-OK
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
       P3-VALIDA-NASC-FIM.

      *-------------------------------------------------------------------------
      *REGRA DOM - O DOMINIO DO E-MAIL PRECISA ESTAR NA TABELA DE
      *DOMINIO.DAT (EXTRAIDO DO '@' EM DIANTE, COMO NO STATUSER)
      *-------------------------------------------------------------------------
       P3-REGRA-DOMINIO.
            MOVE ZERO                          TO WRK-AT-POS
            INSPECT E-MAIL TALLYING WRK-AT-POS
                    FOR CHARACTERS BEFORE INITIAL '@'
            ADD 1                              TO WRK-AT-POS

            MOVE 'N'                           TO WRK-DOM-ACHOU
            MOVE SPACES                        TO WRK-DOMINIO
            IF WRK-AT-POS <= 87
               MOVE E-MAIL(WRK-AT-POS:14)      TO WRK-DOMINIO
               PERFORM P3-COMPARA-DOMINIO THRU P3-COMPARA-DOMINIO-FIM
                       VARYING WRK-DOM-IDX FROM 1 BY 1
                       UNTIL WRK-DOM-IDX > WRK-DOM-QTD OR DOM-ACHOU-OK
            END-IF

            IF NOT DOM-ACHOU-OK
               ADD 1                           TO WRK-TOTAL-DOM
               MOVE 'DOM '                     TO WRK-MOTIVO
               MOVE 'DOMINIO DE E-MAIL FORA DE DOMINIO.DAT'
                                               TO WRK-MOTIVO-DESC
               MOVE E-MAIL                     TO WRK-VALOR
               PERFORM P4-GRAVA-EXCECAO THRU P4-GRAVA-EXCECAO-FIM
            END-IF
            .
       P3-REGRA-DOMINIO-FIM.
       P3-COMPARA-DOMINIO.
            IF WRK-DOMINIO EQUAL WRK-DOM-ITEM-DESC(WRK-DOM-IDX)
               MOVE 'S'                        TO WRK-DOM-ACHOU
            END-IF
            .
       P3-COMPARA-DOMINIO-FIM.

      *-------------------------------------------------------------------------
      *REGRAS DDD E TEL - O DDD (DUAS PRIMEIRAS POSICOES) PRECISA
      *ESTAR NA TABELA DE DDD.DAT, E O TELEFONE PRECISA TER DE 11 A 12
      *POSICOES SEM CARACTERES ESPECIAIS. SAO CONTADAS SEPARADAMENTE
      *PARA QUE A RETIRADA DE UM DDD NO DDDMAINT APARECA SOZINHA
      *-------------------------------------------------------------------------
       P3-REGRA-TELEFONE.
            MOVE TELEFONE(1:2)                 TO WRK-TEL-DDD
            MOVE 'N'                           TO WRK-DDD-ACHOU
            PERFORM P3-COMPARA-DDD THRU P3-COMPARA-DDD-FIM
                    VARYING WRK-DDD-IDX FROM 1 BY 1
                    UNTIL WRK-DDD-IDX > WRK-DDD-QTD OR DDD-ACHOU-OK

            IF NOT DDD-ACHOU-OK
               ADD 1                           TO WRK-TOTAL-DDD
               MOVE 'DDD '                     TO WRK-MOTIVO
               MOVE 'DDD DO TELEFONE FORA DE DDD.DAT'
                                               TO WRK-MOTIVO-DESC
               MOVE TELEFONE                   TO WRK-VALOR
               PERFORM P4-GRAVA-EXCECAO THRU P4-GRAVA-EXCECAO-FIM
            END-IF

            MOVE 'N'                           TO WRK-TEL-PASS-OK
            PERFORM P3-TESTA-CARACTER THRU P3-TESTA-CARACTER-FIM
                    VARYING WRK-TEL-CONT FROM 1 BY 1
                    UNTIL WRK-TEL-CONT > LENGTH OF TELEFONE
            COMPUTE WRK-TEL-TAM = FUNCTION LENGTH
                                         (FUNCTION TRIM(TELEFONE))

            IF WRK-TEL-PASS-OK EQUAL 'S'
               OR TELEFONE ALPHABETIC
               OR WRK-TEL-TAM < 11 OR WRK-TEL-TAM > 12
               ADD 1                           TO WRK-TOTAL-TEL
               MOVE 'TEL '                     TO WRK-MOTIVO
               MOVE 'TELEFONE FORA DO FORMATO (11-12 POSICOES)'
                                               TO WRK-MOTIVO-DESC
               MOVE TELEFONE                   TO WRK-VALOR
               PERFORM P4-GRAVA-EXCECAO THRU P4-GRAVA-EXCECAO-FIM
            END-IF
            .
       P3-REGRA-TELEFONE-FIM.
       P3-COMPARA-DDD.
            IF WRK-DDD-ITEM-COD(WRK-DDD-IDX) EQUAL WRK-TEL-DDD
               MOVE 'S'                        TO WRK-DDD-ACHOU
            END-IF
            .
       P3-COMPARA-DDD-FIM.
       P3-TESTA-CARACTER.
            IF TELEFONE(WRK-TEL-CONT:1) NOT IS NUMERIC
               AND TELEFONE(WRK-TEL-CONT:1) NOT IS ALPHABETIC
               MOVE 'S'                        TO WRK-TEL-PASS-OK
            END-IF
            .
       P3-TESTA-CARACTER-FIM.

      *-------------------------------------------------------------------------
      *GRAVA UMA LINHA DE EXCECAO: ID, SITUACAO, CODIGO DO MOTIVO,
      *DESCRICAO E O VALOR ENCONTRADO NO CADASTRO
      *-------------------------------------------------------------------------
       P4-GRAVA-EXCECAO.
            MOVE 'S'                           TO WRK-TEVE-EXCECAO
            MOVE SPACES                        TO REG-QUAL-REL
            STRING ID-USUARIO ' ' WRK-SIT '   ' WRK-MOTIVO '   '
                   WRK-MOTIVO-DESC ' ' WRK-VALOR
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            IF QUAL-FS-OK
               ADD 1                           TO WRK-TOTAL-LINHAS
            ELSE
               DISPLAY 'ERRO AO GRAVAR EM QUALUSR.TXT'
               DISPLAY 'FILE STATUS: ' WRK-QUAL-FS
            END-IF
            .
       P4-GRAVA-EXCECAO-FIM.

      *-------------------------------------------------------------------------
      *RODAPE COM OS TOTAIS POR REGRA, GRAVADO NO RELATORIO E MOSTRADO
      *NO CONSOLE PARA O RESUMO DO FECHAMENTO
      *-------------------------------------------------------------------------
       P5-RODAPE.
            MOVE ALL '-'                       TO REG-QUAL-REL
            WRITE REG-QUAL-REL

            MOVE WRK-TOTAL-LIDOS               TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING 'CADASTROS LIDOS DE USER.DAT          : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE WRK-TOTAL-ANONIMIZADOS        TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING 'CADASTROS ANONIMIZADOS (LGPD)        : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE WRK-TOTAL-COM-EXCECAO         TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING 'CADASTROS COM ALGUMA EXCECAO         : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE WRK-TOTAL-CPF                 TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING '  CPF  - CPF INVALIDO                : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE WRK-TOTAL-NASC                TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING '  NASC - NASCIMENTO/IDADE            : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE WRK-TOTAL-DOM                 TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING '  DOM  - DOMINIO NAO PERMITIDO       : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE WRK-TOTAL-DDD                 TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING '  DDD  - DDD NAO CADASTRADO          : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE WRK-TOTAL-TEL                 TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING '  TEL  - TELEFONE FORA DO FORMATO    : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE WRK-TOTAL-LINHAS              TO WRK-TOTAL-MOSTRA
            MOVE SPACES                        TO REG-QUAL-REL
            STRING 'LINHAS DE EXCECAO GRAVADAS           : '
                   WRK-TOTAL-MOSTRA
               DELIMITED BY SIZE INTO REG-QUAL-REL
            END-STRING
            WRITE REG-QUAL-REL
            DISPLAY REG-QUAL-REL

            MOVE ALL '='                       TO REG-QUAL-REL
            WRITE REG-QUAL-REL
            .
       P5-RODAPE-FIM.

       END PROGRAM QUALUSR.
