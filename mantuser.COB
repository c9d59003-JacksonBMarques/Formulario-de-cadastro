      * Author: JACKSON B MARQUES
      * Date: 09/08/2026
      * Purpose: MANUTENCAO (CONSULTA/ALTERACAO/EXCLUSAO) DE UM
      *          CADASTRO JA EXISTENTE EM USER.DAT. A EXCLUSAO GRAVA
      *          UMA LINHA EM AUDITORIA.DAT COM AUD-OPER 'E' E AVISA O
      *          CLIENTE PELA FILA DE AVISOS (AVISOS.DAT). A CORRECAO
      *          DE DADOS GRAVA UMA LINHA COM AUD-OPER 'M'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.
               COPY AVISSEL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY USERREC.

       FD AUDITORIA.
           COPY AUDREC.

       FD AVISO.
           COPY AVISREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
                SIT-CADASTRO      BY SALVA-SIT-CADASTRO
                CADASTRO-ATIVO    BY SALVA-CADASTRO-ATIVO
                CADASTRO-INATIVO  BY SALVA-CADASTRO-INATIVO
                DT-DESATIVACAO    BY SALVA-DT-DESATIVACAO
                DT-ULT-LOGIN      BY SALVA-DT-ULT-LOGIN.
       77 WRK-CPF-REPETIDO               PIC X VALUE 'N'.
       77 WRK-CPF-SOMA                   PIC 9(05) COMP.
       77 WRK-CPF-PESO                   PIC 9(02) COMP.
          05 WRK-HOJE-MES                PIC 9(02).
          05 WRK-HOJE-DIA                PIC 9(02).
       77 WRK-IDADE                      PIC 9(03).
      *VARIAVEIS DA TRILHA DE AUDITORIA (AUDITORIA.DAT)
       77 WRK-AUD-FS                     PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-AUD-STATUS                 PIC X(01).
       77 WRK-AUD-OPER                   PIC X(01).
      *VARIAVEIS DA FILA DE AVISOS AO CLIENTE (AVISOS.DAT)
       77 WRK-AVISO-FS                   PIC 99.
         88 AVISO-FS-OK                  VALUE 0.
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'S  '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.
           COPY OPERSESS.
      *POLITICA DE SEGURANCA EM VIGOR (POLCARGA): IDADE MINIMA
           COPY POLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*   MANUTENCAO DE CADASTRO DE USUARIOS         *'
            DISPLAY '************************************************'

      *SOMENTE OPERADOR IDENTIFICADO, COM PERFIL PERMITIDO, USA ESTA
      *FUNCAO
            CALL 'OPERLOG' USING WRK-PERFIS-ACEITOS
                                 WRK-OPER-LIBERADO
            IF NOT OPERADOR-LIBERADO
               GOBACK
            END-IF

            CALL 'POLCARGA' USING PAR-POLITICA

            PERFORM P1-LOCALIZA THRU P1-LOCALIZA-FIM
                    UNTIL ACHOU-OK OR SAIR-OK

               PERFORM P2-MENU THRU P2-MENU-FIM
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
            ELSE
               DISPLAY 'SITUACAO  : ATIVO'
            END-IF
            IF DT-ULT-LOGIN IS NUMERIC AND DT-ULT-LOGIN NOT EQUAL ZERO
               DISPLAY 'ULT. LOGIN: ' DT-ULT-LOGIN
            ELSE
               DISPLAY 'ULT. LOGIN: NENHUM REGISTRADO'
            END-IF
            DISPLAY '------------------------------------------------'
            DISPLAY 'O que deseja fazer com este cadastro: '
            DISPLAY '1 - Corrigir NOME/TELEFONE/CPF/NASCIMENTO'
       P2-MENU-FIM.

      *-------------------------------------------------------------------------
      *CORRIGE NOME, TELEFONE, CPF E NASCIMENTO, REGRAVA O CADASTRO
      *(REWRITE) E REGISTRA A ALTERACAO NA TRILHA DE AUDITORIA COM
      *AUD-OPER 'M' E O OPERADOR DA SESSAO
      *-------------------------------------------------------------------------
       P3-CORRIGE.
            MOVE SPACES                      TO WRK-FNAME WRK-LNAME
            REWRITE REG-USUARIO
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR O CADASTRO'
                  MOVE 'N'                   TO WRK-AUD-STATUS
               NOT INVALID KEY
                  DISPLAY 'Cadastro corrigido com sucesso!'
                  MOVE 'S'                   TO WRK-AUD-STATUS
            END-REWRITE
            MOVE 'M'                         TO WRK-AUD-OPER
            PERFORM P4-GRAVA-AUDITORIA THRU P4-GRAVA-AUDITORIA-FIM
            CLOSE USUARIO
            .
       P3-CORRIGE-FIM.
                  IF WRK-DT-NASCIMENTO > 0
                     AND WRK-DT-NASCIMENTO NOT > WRK-HOJE
                     COMPUTE WRK-IDADE = WRK-HOJE-ANO - WRK-NASC-ANO
                     IF WRK-IDADE >= PAR-IDADE-MINIMA
                        AND WRK-IDADE <= 120
                        MOVE 'S'                TO WRK-DT-NASC-OK
                     END-IF
                  END-IF
                  REWRITE REG-USUARIO
                     INVALID KEY
                        DISPLAY 'ERRO AO DESATIVAR O CADASTRO'
                        MOVE 'N'             TO WRK-AUD-STATUS
                     NOT INVALID KEY
                        DISPLAY 'Cadastro desativado com sucesso!'
                        MOVE 'S'             TO WRK-AUD-STATUS
                        PERFORM P4-GRAVA-AVISO
                                THRU P4-GRAVA-AVISO-FIM
                  END-REWRITE
                  MOVE 'E'                   TO WRK-AUD-OPER
                  PERFORM P4-GRAVA-AUDITORIA THRU P4-GRAVA-AUDITORIA-FIM
               ELSE
                  DISPLAY 'Desativacao cancelada.'
               END-IF
            .
       P4-DESATIVA-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DA LINHA DE AUDITORIA DA MANUTENCAO (MESMO LAYOUT E
      *MESMA LOGICA DE ABERTURA DO P6-GRAVA-AUDITORIA DO CREAUSER),
      *COM O AUD-OPER EM WRK-AUD-OPER: 'E' NA EXCLUSAO MANUAL, PARA
      *DISTINGUI-LA DA DESATIVACAO AUTOMATICA DO DORMUSR ('D'), E 'M'
      *NA CORRECAO DE DADOS
      *-------------------------------------------------------------------------
       P4-GRAVA-AUDITORIA.
            OPEN EXTEND AUDITORIA
            IF WRK-AUD-FS EQUAL 35
               OPEN OUTPUT AUDITORIA
            END-IF

            IF AUD-FS-OK
               MOVE FUNCTION CURRENT-DATE(1:8)    TO AUD-DATA
               MOVE FUNCTION CURRENT-DATE(9:6)     TO AUD-HORA
               MOVE ID-USUARIO                     TO AUD-ID-USUARIO
               MOVE E-MAIL                         TO AUD-EMAIL
               MOVE WRK-AUD-STATUS                 TO AUD-STATUS
               MOVE WRK-FS                         TO AUD-FS
               MOVE WRK-AUD-OPER                   TO AUD-OPER
               IF SESSAO-ABERTA
                  MOVE SES-OPERADOR                TO AUD-OPERADOR
               ELSE
                  MOVE SPACES                      TO AUD-OPERADOR
               END-IF
               WRITE REG-AUDITORIA
               CLOSE AUDITORIA
            ELSE
               DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA'
               DISPLAY 'FILE STATUS: ' WRK-AUD-FS
            END-IF
            .
       P4-GRAVA-AUDITORIA-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DO AVISO DE CADASTRO DESATIVADO NA FILA DE AVISOS AO
      *CLIENTE (AVISOS.DAT), FORMATADO E ENVIADO PELO AVISIMPR
      *-------------------------------------------------------------------------
       P4-GRAVA-AVISO.
            OPEN EXTEND AVISO
            IF WRK-AVISO-FS EQUAL 35
               OPEN OUTPUT AVISO
            END-IF

            IF AVISO-FS-OK
               MOVE 'D'                           TO AVISO-TIPO
               MOVE ID-USUARIO                    TO AVISO-ID-USUARIO
               MOVE E-MAIL                        TO AVISO-EMAIL
               MOVE SPACES                        TO AVISO-NOME
               STRING FUNCTION TRIM(FNAME) ' '
                      FUNCTION TRIM(LNAME)
                  DELIMITED BY SIZE INTO AVISO-NOME
               END-STRING
               MOVE FUNCTION CURRENT-DATE(1:8)    TO AVISO-DATA
               MOVE DT-DESATIVACAO                TO AVISO-REFERENCIA
               MOVE SPACES                        TO AVISO-TEXTO
               STRING 'Prezado(a) ' FUNCTION TRIM(AVISO-NOME)
                      ', seu cadastro numero ' ID-USUARIO
                      ' foi desativado em ' DT-DESATIVACAO
                      '. Em caso de duvida, procure o suporte.'
                  DELIMITED BY SIZE INTO AVISO-TEXTO
               END-STRING
               MOVE 'N'                           TO AVISO-ENVIADO
               WRITE REG-AVISO
               CLOSE AVISO
            ELSE
               DISPLAY 'ERRO AO GRAVAR O AVISO DE DESATIVACAO'
               DISPLAY 'FILE STATUS: ' WRK-AVISO-FS
            END-IF
            .
       P4-GRAVA-AVISO-FIM.

       END PROGRAM MANTUSER.
