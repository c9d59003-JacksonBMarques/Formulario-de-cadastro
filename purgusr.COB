      *          CREAUSER APENAS DESATIVA (SIT-CADASTRO 'I'); SOMENTE
      *          ESTE UTILITARIO REMOVE O REGISTRO DE FATO. APOS O
      *          EXPURGO, RODAR O REORGUSR PARA RECUPERAR OS SLOTS,
      *          COMO HOJE. CADA REMOCAO GRAVA UMA LINHA EM
      *          AUDITORIA.DAT COM AUD-OPER 'P' (E OUTRA COM AUD-OPER
      *          'U' QUANDO A CONTA REMOVIDA AINDA ESTAVA BLOQUEADA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY USERREC.

       FD AUDITORIA.
           COPY AUDREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
          05 WRK-EXP-QTD                 PIC 9(04) COMP VALUE ZERO.
          05 WRK-EXP-ITEM OCCURS 9999 TIMES INDEXED BY WRK-EXP-IDX
                                         PIC 9(04).
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'S  '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.
           COPY OPERSESS.
      *VARIAVEIS DA TRILHA DE AUDITORIA (AUDITORIA.DAT)
       77 WRK-AUD-FS                     PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-AUD-STATUS                 PIC X(01).
       77 WRK-AUD-OPER                   PIC X(01) VALUE 'P'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*   EXPURGO DE CADASTROS DESATIVADOS            *'
            DISPLAY '************************************************'

      *SOMENTE OPERADOR IDENTIFICADO, COM PERFIL PERMITIDO, USA ESTA
      *FUNCAO
            CALL 'OPERLOG' USING WRK-PERFIS-ACEITOS
                                 WRK-OPER-LIBERADO
            IF NOT OPERADOR-LIBERADO
               GOBACK
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-HOJE
            COMPUTE WRK-HOJE-INT = FUNCTION INTEGER-OF-DATE(WRK-HOJE)

            PERFORM P2-EXPURGA   THRU P2-EXPURGA-FIM
            PERFORM P3-RODAPE    THRU P3-RODAPE-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
            END-IF
            .
       P2-EXPURGA-FIM.
      *O REGISTRO E LIDO ANTES DO DELETE PARA QUE A LINHA DE AUDITORIA
      *LEVE O E-MAIL E A SITUACAO DE BLOQUEIO DO CADASTRO REMOVIDO
       P2-EXCLUI-ID.
            MOVE WRK-EXP-ITEM(WRK-EXP-IDX)     TO ID-USUARIO
            READ USUARIO
               INVALID KEY
                  DISPLAY 'ERRO AO EXPURGAR O CADASTRO - '
                          'ID-USUARIO: ' ID-USUARIO
                  GO TO P2-EXCLUI-ID-FIM
            END-READ
            DELETE USUARIO
               INVALID KEY
                  DISPLAY 'ERRO AO EXPURGAR O CADASTRO - '
                          'ID-USUARIO: ' ID-USUARIO
                  MOVE 'N'                     TO WRK-AUD-STATUS
               NOT INVALID KEY
                  ADD 1                        TO WRK-TOTAL-EXPURGADOS
                  MOVE 'S'                     TO WRK-AUD-STATUS
            END-DELETE
            MOVE 'P'                           TO WRK-AUD-OPER
            PERFORM P2-GRAVA-AUDITORIA THRU P2-GRAVA-AUDITORIA-FIM
      *A CONTA QUE SAI BLOQUEADA DEIXA DE CONTAR ENTRE AS BLOQUEADAS -
      *O FIM DO BLOQUEIO GANHA UMA LINHA PROPRIA (AUD-OPER 'U') PARA O
      *BALANCEAMENTO DIARIO
            IF CONTA-BLOQUEADA AND WRK-AUD-STATUS EQUAL 'S'
               MOVE 'U'                        TO WRK-AUD-OPER
               PERFORM P2-GRAVA-AUDITORIA THRU P2-GRAVA-AUDITORIA-FIM
            END-IF
            .
       P2-EXCLUI-ID-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DA LINHA DE AUDITORIA DO EXPURGO (MESMO LAYOUT E MESMA
      *LOGICA DE ABERTURA DO P6-GRAVA-AUDITORIA DO CREAUSER)
      *-------------------------------------------------------------------------
       P2-GRAVA-AUDITORIA.
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
       P2-GRAVA-AUDITORIA-FIM.

      *-------------------------------------------------------------------------
      *RODAPE COM OS TOTAIS DO EXPURGO
      *-------------------------------------------------------------------------
