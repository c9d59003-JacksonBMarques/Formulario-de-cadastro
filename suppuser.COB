      * Purpose: PROGRAMA DE SUPORTE PARA DESBLOQUEAR UMA CONTA
      *          BLOQUEADA PELO LOGUSER (QTD-TENT-FALHAS/CONTA-BLOQ) E
      *          EMITIR UMA SENHA TEMPORARIA, GRAVADA COM O MESMO HASH
      *          DO P6-HASH-SENHA DO CREAUSER E NO TAMANHO MINIMO DA
      *          POLITICA DE SEGURANCA (POLITICA.DAT). DT-SENHA FICA
      *          ZERADA PARA QUE O LOGUSER EXIJA A TROCA DA SENHA NO
      *          PROXIMO LOGIN BEM-SUCEDIDO. CADA RESET GRAVA UMA
      *          LINHA EM AUDITORIA.DAT COM AUD-OPER 'R' E, QUANDO A
      *          CONTA ESTAVA BLOQUEADA, OUTRA COM AUD-OPER 'U'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *VARIAVEIS DA SENHA TEMPORARIA GERADA PARA O USUARIO
       77 WRK-PASSWORD                   PIC X(100).
       77 WRK-HORA-GER                   PIC 9(06).
       77 WRK-DATA-GER                   PIC 9(08).
       77 WRK-CENT-GER                   PIC 9(02).
       77 WRK-SENHA-BASE                 PIC X(20).
       77 WRK-SENHA-TAM                  PIC 9(02).
       77 WRK-PASS-TAM                   PIC 99.
      *VARIAVEIS DE HASH DA SENHA (MESMO ALGORITMO DO P6-HASH-SENHA
      *DO CREAUSER, PARA QUE O LOGUSER ACEITE A SENHA TEMPORARIA)
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-AUD-ID                     PIC 9(04).
       77 WRK-AUD-STATUS                 PIC X(01).
       77 WRK-AUD-OPER                   PIC X(01) VALUE 'R'.
      *SITUACAO DE BLOQUEIO DA CONTA ANTES DO RESET
       77 WRK-ESTAVA-BLOQ                PIC X VALUE 'N'.
          88 ESTAVA-BLOQUEADA            VALUE 'S' FALSE 'N'.
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'AS '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.
           COPY OPERSESS.
      *POLITICA DE SEGURANCA EM VIGOR (POLCARGA): TAMANHO MINIMO
           COPY POLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*   SUPORTE - DESBLOQUEIO DE CONTA              *'
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

               PERFORM P2-RESET THRU P2-RESET-FIM
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
               PERFORM P2-GRAVA-HISTORICO
                       THRU P2-GRAVA-HISTORICO-FIM

               MOVE CONTA-BLOQ               TO WRK-ESTAVA-BLOQ
               MOVE WRK-PASSWORD-HASH        TO PASSWORD
               MOVE ZERO                     TO DT-SENHA
               MOVE ZERO                     TO QTD-TENT-FALHAS
                             'proximo login.'
               END-REWRITE
               PERFORM P4-GRAVA-AUDITORIA THRU P4-GRAVA-AUDITORIA-FIM
      *QUANDO O RESET TIROU A CONTA DO BLOQUEIO, O DESBLOQUEIO GANHA
      *UMA LINHA PROPRIA (AUD-OPER 'U') PARA O BALANCEAMENTO DIARIO
               IF ESTAVA-BLOQUEADA AND WRK-AUD-STATUS EQUAL 'S'
                  MOVE 'U'                   TO WRK-AUD-OPER
                  PERFORM P4-GRAVA-AUDITORIA
                          THRU P4-GRAVA-AUDITORIA-FIM
                  MOVE 'R'                   TO WRK-AUD-OPER
               END-IF
            ELSE
               DISPLAY 'Desbloqueio cancelado, nenhuma alteracao '
                       'feita.'
       P2-GRAVA-HISTORICO-FIM.

      *-------------------------------------------------------------------------
      *GERA A SENHA TEMPORARIA A PARTIR DA DATA E HORA ATUAIS. O
      *FORMATO 'Sup@HHMMSS', COMPLETADO COM OS DIGITOS DA DATA E DOS
      *CENTESIMOS ATE O TAMANHO MINIMO DA POLITICA DE SEGURANCA (ATE
      *20), TEM SEMPRE MAIUSCULA, MINUSCULA, CARACTERE ESPECIAL E
      *NUMERO, E POR ISSO ATENDE QUALQUER POLITICA EM VIGOR.
      *-------------------------------------------------------------------------
       P2-GERA-SENHA-TEMP.
            MOVE FUNCTION CURRENT-DATE(9:6)  TO WRK-HORA-GER
            MOVE FUNCTION CURRENT-DATE(1:8)  TO WRK-DATA-GER
            MOVE FUNCTION CURRENT-DATE(15:2) TO WRK-CENT-GER
            MOVE SPACES                      TO WRK-SENHA-BASE
            STRING 'Sup@' WRK-HORA-GER WRK-DATA-GER WRK-CENT-GER
               DELIMITED BY SIZE INTO WRK-SENHA-BASE
            END-STRING

            MOVE 10                          TO WRK-SENHA-TAM
            IF PAR-TAM-MINIMO > 10
               MOVE PAR-TAM-MINIMO           TO WRK-SENHA-TAM
            END-IF
            MOVE SPACES                      TO WRK-PASSWORD
            MOVE WRK-SENHA-BASE(1:WRK-SENHA-TAM) TO WRK-PASSWORD
            .
       P2-GERA-SENHA-TEMP-FIM.

               MOVE WRK-EMAIL-BUSCA                 TO AUD-EMAIL
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
