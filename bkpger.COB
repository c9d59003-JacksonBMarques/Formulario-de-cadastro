      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: BACKUP EM GERACOES DOS ARQUIVOS MESTRES, PRIMEIRO
      *          PASSO DO FECHAMENTO DIARIO (FECHDIA). COPIA USER.DAT,
      *          AUDITORIA.DAT, SENHIST.DAT, CARTABV.DAT, DOMINIO.DAT E
      *          DDD.DAT PARA O DIRETORIO DE BACKUP (BKPNOM) E REGISTRA
      *          CADA COPIA, COM A QUANTIDADE DE REGISTROS, NO CATALOGO
      *          BKPCAT.DAT. SAO MANTIDAS AS N GERACOES MAIS RECENTES
      *          (N EM BKPPARM.DAT, PADRAO 7): AS COPIAS OCUPAM N
      *          POSICOES EM RODIZIO (SUFIXO .G01 A .GNN) E A GERACAO
      *          MAIS ANTIGA EH REGRAVADA PELA NOVA. O BKPREST
      *          RESTAURA UMA GERACAO E CONFERE A QUANTIDADE CONTRA O
      *          CATALOGO. O DIRETORIO DE BACKUP PRECISA EXISTIR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPGER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.
               COPY SENHSEL.
               COPY CARTASEL.
               COPY DOMSEL.
               COPY DDDSEL.
               COPY BKPSEL.
               COPY BKCSEL.
               COPY BKPPSEL.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIO.
           COPY USERREC.

       FD AUDITORIA.
           COPY AUDREC.

       FD SENHIST.
           COPY SENHREC.

       FD CARTA.
           COPY CARTAREC.

       FD DOMINIO.
           COPY DOMREC.

       FD DDD.
           COPY DDDREC.

       FD BKPARQ.
           COPY BKPREC.

       FD BKPCAT.
           COPY BKCREC.

       FD BKPPARM.
           COPY BKPPREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
       77 WRK-AUD-FS                     PIC 99.
       77 WRK-HIST-FS                    PIC 99.
       77 WRK-CARTA-FS                   PIC 99.
       77 WRK-DOM-FS                     PIC 99.
       77 WRK-DDD-FS                     PIC 99.
       77 WRK-BKP-FS                     PIC 99.
         88 BKP-FS-OK                    VALUE 0.
       77 WRK-BKC-FS                     PIC 99.
         88 BKC-FS-OK                    VALUE 0.
       77 WRK-BKPP-FS                    PIC 99.
         88 BKPP-FS-OK                   VALUE 0.
       77 WRK-BKP-NOME                   PIC X(80).
           COPY BKPNOM.
      *FILE STATUS DO ARQUIVO DE ORIGEM DA COPIA EM ANDAMENTO
       77 WRK-ORIGEM-FS                  PIC 99.
         88 ORIGEM-FS-OK                 VALUE 0.
       77 WRK-ORIGEM-EOF                 PIC X VALUE 'N'.
          88 ORIGEM-EOF                  VALUE 'S' FALSE 'N'.
       77 WRK-BKC-EOF                    PIC X VALUE 'N'.
          88 BKPCAT-EOF                  VALUE 'S' FALSE 'N'.
      *ARQUIVOS MESTRES COPIADOS, NA ORDEM DO CATALOGO
       01 WRK-TAB-ARQUIVO.
          05 WRK-ARQ-NOME OCCURS 6 TIMES PIC X(14).
       77 WRK-ARQ-QTD                    PIC 9(02) COMP VALUE 6.
       77 WRK-ARQ-NUM                    PIC 9(02) COMP.
      *GERACAO EM ANDAMENTO
       77 WRK-QTD-GERACOES               PIC 9(02) VALUE 7.
       77 WRK-ULT-GERACAO                PIC 9(05) VALUE ZERO.
       77 WRK-GERACAO                    PIC 9(05) VALUE ZERO.
       77 WRK-GER-CORTE                  PIC S9(05) COMP VALUE ZERO.
       77 WRK-POSICAO                    PIC 9(02).
       77 WRK-HOJE                       PIC 9(08).
       77 WRK-AGORA                      PIC 9(06).
       77 WRK-QTD-COPIA                  PIC 9(07) COMP.
       77 WRK-QTD-MOSTRA                 PIC 9(07).
       77 WRK-COPIA-STATUS               PIC X(01).
       77 WRK-TOTAL-FALHAS               PIC 9(02) COMP VALUE ZERO.
      *CATALOGO CARREGADO EM MEMORIA PARA SER REGRAVADO SEM AS
      *GERACOES QUE SAIRAM DO RODIZIO (MESMA LOGICA DE REGRAVACAO
      *INTEIRA DO P4-GRAVA-CONTROLE DO FECHDIA)
       01 WRK-TAB-CATALOGO.
          05 WRK-CAT-QTD                 PIC 9(04) COMP VALUE ZERO.
          05 WRK-CAT-ITEM OCCURS 200 TIMES INDEXED BY WRK-CAT-IDX
                                         PIC X(43).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   BACKUP EM GERACOES DOS ARQUIVOS MESTRES     *'
            DISPLAY '************************************************'

            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-HOJE
            MOVE FUNCTION CURRENT-DATE(9:6)    TO WRK-AGORA
            MOVE 'USER.DAT'                    TO WRK-ARQ-NOME(1)
            MOVE 'AUDITORIA.DAT'               TO WRK-ARQ-NOME(2)
            MOVE 'SENHIST.DAT'                 TO WRK-ARQ-NOME(3)
            MOVE 'CARTABV.DAT'                 TO WRK-ARQ-NOME(4)
            MOVE 'DOMINIO.DAT'                 TO WRK-ARQ-NOME(5)
            MOVE 'DDD.DAT'                     TO WRK-ARQ-NOME(6)

            PERFORM P1-LE-PARAMETRO  THRU P1-LE-PARAMETRO-FIM
            PERFORM P1-LE-CATALOGO   THRU P1-LE-CATALOGO-FIM

            COMPUTE WRK-GERACAO = WRK-ULT-GERACAO + 1
            COMPUTE WRK-POSICAO = FUNCTION MOD
                    (WRK-GERACAO - 1, WRK-QTD-GERACOES) + 1
            DISPLAY 'GERACAO ' WRK-GERACAO ' - POSICAO G' WRK-POSICAO
                    ' (MANTIDAS ' WRK-QTD-GERACOES ' GERACOES)'

            PERFORM P2-COPIA-ARQUIVO THRU P2-COPIA-ARQUIVO-FIM
                    VARYING WRK-ARQ-NUM FROM 1 BY 1
                    UNTIL WRK-ARQ-NUM > WRK-ARQ-QTD
            PERFORM P4-GRAVA-CATALOGO THRU P4-GRAVA-CATALOGO-FIM

            IF WRK-TOTAL-FALHAS > ZERO
               DISPLAY 'BACKUP INCOMPLETO: ' WRK-TOTAL-FALHAS
                       ' ARQUIVO(S) NAO COPIADO(S).'
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
               MOVE 8                          TO RETURN-CODE
            ELSE
               DISPLAY 'BACKUP CONCLUIDO - GERACAO ' WRK-GERACAO
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O FECHDIA POSSA ENCADEAR
      *ESTE PASSO E RETOMAR O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *LE A QUANTIDADE DE GERACOES MANTIDAS. SEM O PARAMETRO (OU COM
      *VALOR FORA DE 1 A 30) FICA O PADRAO DE 7 GERACOES.
      *-------------------------------------------------------------------------
       P1-LE-PARAMETRO.
            OPEN INPUT BKPPARM
            IF BKPP-FS-OK
               READ BKPPARM
                  NOT AT END
                     IF BKPP-QTD-GERACOES IS NUMERIC
                        AND BKPP-QTD-GERACOES >= 1
                        AND BKPP-QTD-GERACOES <= 30
                        MOVE BKPP-QTD-GERACOES TO WRK-QTD-GERACOES
                     END-IF
               END-READ
               CLOSE BKPPARM
            END-IF
            .
       P1-LE-PARAMETRO-FIM.

      *-------------------------------------------------------------------------
      *CARREGA O CATALOGO EM MEMORIA E ACHA A ULTIMA GERACAO GRAVADA
      *-------------------------------------------------------------------------
       P1-LE-CATALOGO.
            MOVE ZERO                          TO WRK-CAT-QTD
            MOVE ZERO                          TO WRK-ULT-GERACAO
            MOVE 'N'                           TO WRK-BKC-EOF
            OPEN INPUT BKPCAT
            IF WRK-BKC-FS NOT EQUAL 35
               IF NOT BKC-FS-OK
                  DISPLAY 'ERRO AO ABRIR O CATALOGO DE BACKUPS'
                  DISPLAY 'FILE STATUS: ' WRK-BKC-FS
               ELSE
                  PERFORM P1-LEIA-CATALOGO
                  PERFORM P1-CARREGA-CATALOGO
                          THRU P1-CARREGA-CATALOGO-FIM
                          UNTIL BKPCAT-EOF
                  CLOSE BKPCAT
               END-IF
            END-IF
            .
       P1-LE-CATALOGO-FIM.
       P1-LEIA-CATALOGO.
            READ BKPCAT
               AT END MOVE 'S'                 TO WRK-BKC-EOF
            END-READ
            .
       P1-CARREGA-CATALOGO.
            IF BKC-GERACAO IS NUMERIC
               IF BKC-GERACAO > WRK-ULT-GERACAO
                  MOVE BKC-GERACAO             TO WRK-ULT-GERACAO
               END-IF
               IF WRK-CAT-QTD < 200
                  ADD 1                        TO WRK-CAT-QTD
                  MOVE REG-BKPCAT     TO WRK-CAT-ITEM(WRK-CAT-QTD)
               END-IF
            END-IF
            PERFORM P1-LEIA-CATALOGO
            .
       P1-CARREGA-CATALOGO-FIM.

      *-------------------------------------------------------------------------
      *COPIA UM ARQUIVO MESTRE PARA A POSICAO DA GERACAO, REGISTRO A
      *REGISTRO, CONTANDO OS REGISTROS GRAVADOS. ARQUIVO DE ORIGEM
      *INEXISTENTE (EX: SENHIST.DAT ANTES DA PRIMEIRA TROCA DE SENHA)
      *NAO EH FALHA - FICA NO CATALOGO COMO AUSENTE.
      *-------------------------------------------------------------------------
       P2-COPIA-ARQUIVO.
            MOVE ZERO                          TO WRK-QTD-COPIA
            MOVE 'N'                           TO WRK-ORIGEM-EOF
            MOVE 'S'                           TO WRK-COPIA-STATUS

            PERFORM P3-ABRE-ORIGEM THRU P3-ABRE-ORIGEM-FIM
            IF WRK-ORIGEM-FS EQUAL 35
               MOVE 'A'                        TO WRK-COPIA-STATUS
               GO TO P2-CATALOGA
            END-IF
            IF NOT ORIGEM-FS-OK
               DISPLAY 'ERRO AO ABRIR ' WRK-ARQ-NOME(WRK-ARQ-NUM)
               DISPLAY 'FILE STATUS: ' WRK-ORIGEM-FS
               MOVE 'F'                        TO WRK-COPIA-STATUS
               GO TO P2-CATALOGA
            END-IF

            MOVE SPACES                        TO WRK-BKP-NOME
            STRING BKP-NOME-PREFIXO            DELIMITED BY SIZE
                   WRK-ARQ-NOME(WRK-ARQ-NUM)   DELIMITED BY SPACE
                   '.G' WRK-POSICAO            DELIMITED BY SIZE
               INTO WRK-BKP-NOME
            END-STRING
            OPEN OUTPUT BKPARQ
            IF NOT BKP-FS-OK
               DISPLAY 'ERRO AO CRIAR A COPIA '
                       FUNCTION TRIM(WRK-BKP-NOME)
               DISPLAY 'FILE STATUS: ' WRK-BKP-FS
               MOVE 'F'                        TO WRK-COPIA-STATUS
            ELSE
               PERFORM P3-LE-ORIGEM THRU P3-LE-ORIGEM-FIM
               PERFORM P2-GRAVA-COPIA THRU P2-GRAVA-COPIA-FIM
                       UNTIL ORIGEM-EOF
               CLOSE BKPARQ
            END-IF
            PERFORM P3-FECHA-ORIGEM THRU P3-FECHA-ORIGEM-FIM
            .
      *REGISTRA A COPIA (OU A AUSENCIA/FALHA) NO CATALOGO EM MEMORIA
       P2-CATALOGA.
            IF WRK-COPIA-STATUS EQUAL 'F'
               ADD 1                           TO WRK-TOTAL-FALHAS
            END-IF
            MOVE WRK-QTD-COPIA                 TO WRK-QTD-MOSTRA
            DISPLAY WRK-ARQ-NOME(WRK-ARQ-NUM) ' '
                    WRK-QTD-MOSTRA ' REGISTRO(S) - STATUS '
                    WRK-COPIA-STATUS

            MOVE WRK-GERACAO                   TO BKC-GERACAO
            MOVE WRK-HOJE                      TO BKC-DATA
            MOVE WRK-AGORA                     TO BKC-HORA
            MOVE WRK-ARQ-NOME(WRK-ARQ-NUM)     TO BKC-ARQUIVO
            MOVE WRK-POSICAO                   TO BKC-POSICAO
            MOVE WRK-QTD-COPIA                 TO BKC-QTD-REG
            MOVE WRK-COPIA-STATUS              TO BKC-STATUS
            IF WRK-CAT-QTD < 200
               ADD 1                           TO WRK-CAT-QTD
               MOVE REG-BKPCAT        TO WRK-CAT-ITEM(WRK-CAT-QTD)
            END-IF
            .
       P2-COPIA-ARQUIVO-FIM.
       P2-GRAVA-COPIA.
            WRITE REG-BKPARQ
            IF BKP-FS-OK
               ADD 1                           TO WRK-QTD-COPIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR A COPIA '
                       FUNCTION TRIM(WRK-BKP-NOME)
               DISPLAY 'FILE STATUS: ' WRK-BKP-FS
               MOVE 'F'                        TO WRK-COPIA-STATUS
            END-IF
            PERFORM P3-LE-ORIGEM THRU P3-LE-ORIGEM-FIM
            .
       P2-GRAVA-COPIA-FIM.

      *-------------------------------------------------------------------------
      *ABERTURA, LEITURA E FECHAMENTO DO ARQUIVO DE ORIGEM DA VEZ. A
      *LEITURA JA DEIXA O REGISTRO LIDO EM REG-BKPARQ.
      *-------------------------------------------------------------------------
       P3-ABRE-ORIGEM.
            EVALUATE WRK-ARQ-NUM
              WHEN 1
                 OPEN INPUT USUARIO
                 MOVE WRK-FS                   TO WRK-ORIGEM-FS
              WHEN 2
                 OPEN INPUT AUDITORIA
                 MOVE WRK-AUD-FS               TO WRK-ORIGEM-FS
              WHEN 3
                 OPEN INPUT SENHIST
                 MOVE WRK-HIST-FS              TO WRK-ORIGEM-FS
              WHEN 4
                 OPEN INPUT CARTA
                 MOVE WRK-CARTA-FS             TO WRK-ORIGEM-FS
              WHEN 5
                 OPEN INPUT DOMINIO
                 MOVE WRK-DOM-FS               TO WRK-ORIGEM-FS
              WHEN 6
                 OPEN INPUT DDD
                 MOVE WRK-DDD-FS               TO WRK-ORIGEM-FS
            END-EVALUATE
            .
       P3-ABRE-ORIGEM-FIM.
       P3-LE-ORIGEM.
            MOVE SPACES                        TO REG-BKPARQ
            EVALUATE WRK-ARQ-NUM
              WHEN 1
                 READ USUARIO NEXT RECORD
                    AT END MOVE 'S'            TO WRK-ORIGEM-EOF
                    NOT AT END MOVE REG-USUARIO TO BKP-LINHA
                 END-READ
              WHEN 2
                 READ AUDITORIA
                    AT END MOVE 'S'            TO WRK-ORIGEM-EOF
                    NOT AT END MOVE REG-AUDITORIA TO BKP-LINHA
                 END-READ
              WHEN 3
                 READ SENHIST
                    AT END MOVE 'S'            TO WRK-ORIGEM-EOF
                    NOT AT END MOVE REG-SENHIST TO BKP-LINHA
                 END-READ
              WHEN 4
                 READ CARTA
                    AT END MOVE 'S'            TO WRK-ORIGEM-EOF
                    NOT AT END MOVE REG-CARTA  TO BKP-LINHA
                 END-READ
              WHEN 5
                 READ DOMINIO NEXT RECORD
                    AT END MOVE 'S'            TO WRK-ORIGEM-EOF
                    NOT AT END MOVE REG-DOMINIO TO BKP-LINHA
                 END-READ
              WHEN 6
                 READ DDD NEXT RECORD
                    AT END MOVE 'S'            TO WRK-ORIGEM-EOF
                    NOT AT END MOVE REG-DDD    TO BKP-LINHA
                 END-READ
            END-EVALUATE
            .
       P3-LE-ORIGEM-FIM.
       P3-FECHA-ORIGEM.
            EVALUATE WRK-ARQ-NUM
              WHEN 1
                 CLOSE USUARIO
              WHEN 2
                 CLOSE AUDITORIA
              WHEN 3
                 CLOSE SENHIST
              WHEN 4
                 CLOSE CARTA
              WHEN 5
                 CLOSE DOMINIO
              WHEN 6
                 CLOSE DDD
            END-EVALUATE
            .
       P3-FECHA-ORIGEM-FIM.

      *-------------------------------------------------------------------------
      *REGRAVA O CATALOGO INTEIRO SO COM AS GERACOES QUE CONTINUAM NO
      *RODIZIO: AS N MAIS RECENTES, MENOS AS QUE OCUPAVAM A POSICAO
      *AGORA REGRAVADA (CASO N TENHA SIDO REDUZIDO NO BKPREST)
      *-------------------------------------------------------------------------
       P4-GRAVA-CATALOGO.
            COMPUTE WRK-GER-CORTE = WRK-GERACAO - WRK-QTD-GERACOES
            OPEN OUTPUT BKPCAT
            IF BKC-FS-OK
               PERFORM P4-GRAVA-ITEM THRU P4-GRAVA-ITEM-FIM
                       VARYING WRK-CAT-IDX FROM 1 BY 1
                       UNTIL WRK-CAT-IDX > WRK-CAT-QTD
               CLOSE BKPCAT
            ELSE
               DISPLAY 'ERRO AO GRAVAR O CATALOGO DE BACKUPS'
               DISPLAY 'FILE STATUS: ' WRK-BKC-FS
               ADD 1                           TO WRK-TOTAL-FALHAS
            END-IF
            .
       P4-GRAVA-CATALOGO-FIM.
       P4-GRAVA-ITEM.
            MOVE WRK-CAT-ITEM(WRK-CAT-IDX)     TO REG-BKPCAT
            IF BKC-GERACAO EQUAL WRK-GERACAO
               OR (BKC-GERACAO > WRK-GER-CORTE
                   AND BKC-POSICAO NOT EQUAL WRK-POSICAO)
               WRITE REG-BKPCAT
            END-IF
            .
       P4-GRAVA-ITEM-FIM.

       END PROGRAM BKPGER.
