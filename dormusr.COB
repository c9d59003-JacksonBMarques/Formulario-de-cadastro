      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: VARREDURA DE CADASTROS DORMENTES. LISTA OS CADASTROS
      *          ATIVOS DE USER.DAT SEM LOGIN BEM-SUCEDIDO HA MAIS DE
      *          N DIAS (N INFORMADO PELO OPERADOR), COM OS QUE NUNCA
      *          FIZERAM LOGIN EM UMA SECAO SEPARADA, E OPCIONALMENTE
      *          OS DESATIVA (SIT-CADASTRO 'I' E DT-DESATIVACAO), PARA
      *          QUE O PURGUSR OS EXPURGUE APOS A RETENCAO. CADA
      *          DESATIVACAO GRAVA UMA LINHA EM AUDITORIA.DAT COM
      *          AUD-OPER 'D', DISTINTA DA EXCLUSAO MANUAL DO
      *          MANTUSER ('E').
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMUSR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
         88 FS-OK                        VALUE 0.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 USUARIO-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-LIMITE-DIAS                PIC 9(05) VALUE ZERO.
       77 WRK-HOJE                       PIC 9(08).
       77 WRK-HOJE-INT                   PIC 9(07) COMP.
       77 WRK-DATA-INT                   PIC 9(07) COMP.
       77 WRK-DIAS                       PIC 9(07) COMP.
       77 WRK-CONFIRMA                   PIC X VALUE 'N'.
       77 WRK-DESATIVA-DORM              PIC X VALUE 'N'.
          88 DESATIVA-DORMENTES          VALUE 'S' FALSE 'N'.
       77 WRK-DESATIVA-NUNCA             PIC X VALUE 'N'.
          88 DESATIVA-NUNCA-LOGADOS      VALUE 'S' FALSE 'N'.
       77 WRK-TOTAL-LIDOS                PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-ATIVOS               PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-DESATIVADOS          PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-ERROS                PIC 9(06) COMP VALUE ZERO.
      *TABELAS DOS ID-USUARIO SELECIONADOS NA VARREDURA DE LEITURA -
      *SEM LOGIN HA MAIS DE N DIAS E NUNCA LOGADOS - APLICADAS DEPOIS,
      *PARA NAO REGRAVAR REGISTROS DURANTE A LEITURA SEQUENCIAL (MESMA
      *TECNICA DO PURGUSR)
       01 WRK-TAB-DORMENTE.
          05 WRK-DORM-QTD                PIC 9(04) COMP VALUE ZERO.
          05 WRK-DORM-ITEM OCCURS 9999 TIMES INDEXED BY WRK-DORM-IDX
                                         PIC 9(04).
       01 WRK-TAB-NUNCA.
          05 WRK-NUNCA-QTD               PIC 9(04) COMP VALUE ZERO.
          05 WRK-NUNCA-ITEM OCCURS 9999 TIMES INDEXED BY WRK-NUNCA-IDX
                                         PIC 9(04).
       77 WRK-ID-DESATIVA                PIC 9(04).
      *VARIAVEIS DA TRILHA DE AUDITORIA (AUDITORIA.DAT)
       77 WRK-AUD-FS                     PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-AUD-STATUS                 PIC X(01).
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'S  '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   VARREDURA DE CADASTROS DORMENTES            *'
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

      *O LIMITE E OBRIGATORIO E MAIOR QUE ZERO - COM ZERO OU EM BRANCO
      *TODO CADASTRO ATIVO SERIA TOMADO COMO DORMENTE
            MOVE ZERO                          TO WRK-LIMITE-DIAS
            PERFORM P0-PEDE-LIMITE  THRU P0-PEDE-LIMITE-FIM
                    UNTIL WRK-LIMITE-DIAS IS NUMERIC
                      AND WRK-LIMITE-DIAS > ZERO

            PERFORM P1-SELECIONA    THRU P1-SELECIONA-FIM
            PERFORM P2-LISTA-NUNCA  THRU P2-LISTA-NUNCA-FIM
            DISPLAY ' '
            DISPLAY 'LIMITE DE INATIVIDADE USADO: ' WRK-LIMITE-DIAS
                    ' DIAS'
            PERFORM P3-PERGUNTA     THRU P3-PERGUNTA-FIM
            PERFORM P4-DESATIVA     THRU P4-DESATIVA-FIM
            PERFORM P6-RODAPE       THRU P6-RODAPE-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *PEDE AO OPERADOR O LIMITE DE DIAS SEM LOGIN (01 A 99999)
      *-------------------------------------------------------------------------
       P0-PEDE-LIMITE.
            DISPLAY 'Considerar dormente o cadastro sem login ha mais '
                    'de quantos dias? '
            ACCEPT WRK-LIMITE-DIAS
            IF WRK-LIMITE-DIAS IS NOT NUMERIC
               OR WRK-LIMITE-DIAS EQUAL ZERO
               DISPLAY 'Limite invalido, informe um numero de dias '
                       'maior que zero.'
            END-IF
            .
       P0-PEDE-LIMITE-FIM.

      *-------------------------------------------------------------------------
      *PERCORRE USER.DAT E SELECIONA OS CADASTROS ATIVOS DORMENTES.
      *COM DT-ULT-LOGIN PREENCHIDA, CONTA OS DIAS DESDE O ULTIMO
      *LOGIN. SEM ELA (NUNCA LOGOU, OU CADASTRO ANTERIOR AO CAMPO),
      *CONTA OS DIAS DESDE DT-SENHA - A DATA EM QUE A SENHA ATUAL FOI
      *EMITIDA - PARA NAO PEGAR CADASTROS RECEM-CRIADOS. MESMO
      *CALCULO DE DIAS DO PWDAGE.
      *-------------------------------------------------------------------------
       P1-SELECIONA.
            MOVE 'N'                           TO WRK-EOF
            OPEN INPUT USUARIO
            IF WRK-FS EQUAL 35
               DISPLAY 'NENHUM USUARIO CADASTRADO.'
            ELSE
               IF NOT FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                  DISPLAY 'FILE STATUS: ' WRK-FS
               ELSE
                  DISPLAY ' '
                  DISPLAY '--- CADASTROS ATIVOS SEM LOGIN HA MAIS DE '
                          WRK-LIMITE-DIAS ' DIAS ---'
                  PERFORM P1-LEIA-USUARIO
                  PERFORM P1-PROCESSA-USUARIO
                          THRU P1-PROCESSA-USUARIO-FIM
                          UNTIL USUARIO-EOF
                  CLOSE USUARIO
               END-IF
            END-IF
            .
       P1-SELECIONA-FIM.
       P1-LEIA-USUARIO.
            READ USUARIO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-EOF
            END-READ
            .
       P1-PROCESSA-USUARIO.
            ADD 1                              TO WRK-TOTAL-LIDOS
            IF NOT CADASTRO-INATIVO
               ADD 1                           TO WRK-TOTAL-ATIVOS
               IF DT-ULT-LOGIN IS NUMERIC
                  AND DT-ULT-LOGIN NOT EQUAL ZERO
                  COMPUTE WRK-DATA-INT =
                          FUNCTION INTEGER-OF-DATE(DT-ULT-LOGIN)
                  COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-DATA-INT
                  IF WRK-DIAS > WRK-LIMITE-DIAS
                     AND WRK-DORM-QTD < 9999
                     ADD 1                     TO WRK-DORM-QTD
                     MOVE ID-USUARIO  TO WRK-DORM-ITEM(WRK-DORM-QTD)
                     DISPLAY ID-USUARIO ' ' FUNCTION TRIM(E-MAIL)
                             ' - ULTIMO LOGIN EM ' DT-ULT-LOGIN
                             ' (' WRK-DIAS ' DIAS)'
                  END-IF
               ELSE
                  IF DT-SENHA IS NUMERIC
                     AND DT-SENHA NOT EQUAL ZERO
                     COMPUTE WRK-DATA-INT =
                             FUNCTION INTEGER-OF-DATE(DT-SENHA)
                     COMPUTE WRK-DIAS = WRK-HOJE-INT - WRK-DATA-INT
                  ELSE
      *SEM DATA DE SENHA (SENHA TEMPORARIA DO SUPPUSER NUNCA TROCADA)
      *TAMBEM NAO HA COMO PROVAR USO RECENTE
                     COMPUTE WRK-DIAS = WRK-LIMITE-DIAS + 1
                  END-IF
                  IF WRK-DIAS > WRK-LIMITE-DIAS
                     AND WRK-NUNCA-QTD < 9999
                     ADD 1                     TO WRK-NUNCA-QTD
                     MOVE ID-USUARIO  TO WRK-NUNCA-ITEM(WRK-NUNCA-QTD)
                  END-IF
               END-IF
            END-IF
            PERFORM P1-LEIA-USUARIO
            .
       P1-PROCESSA-USUARIO-FIM.

      *-------------------------------------------------------------------------
      *SEGUNDA SECAO DA LISTAGEM: OS CADASTROS ATIVOS QUE NUNCA
      *FIZERAM LOGIN, RELIDOS PELA CHAVE PARA MOSTRAR O E-MAIL
      *-------------------------------------------------------------------------
       P2-LISTA-NUNCA.
            DISPLAY ' '
            DISPLAY '--- CADASTROS ATIVOS QUE NUNCA FIZERAM LOGIN '
                    '(SENHA EMITIDA HA MAIS DE ' WRK-LIMITE-DIAS
                    ' DIAS) ---'
            IF WRK-NUNCA-QTD > ZERO
               OPEN INPUT USUARIO
               IF NOT FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                  DISPLAY 'FILE STATUS: ' WRK-FS
               ELSE
                  PERFORM P2-MOSTRA-NUNCA THRU P2-MOSTRA-NUNCA-FIM
                          VARYING WRK-NUNCA-IDX FROM 1 BY 1
                          UNTIL WRK-NUNCA-IDX > WRK-NUNCA-QTD
                  CLOSE USUARIO
               END-IF
            END-IF
            .
       P2-LISTA-NUNCA-FIM.
       P2-MOSTRA-NUNCA.
            MOVE WRK-NUNCA-ITEM(WRK-NUNCA-IDX) TO ID-USUARIO
            READ USUARIO
               INVALID KEY
                  DISPLAY ID-USUARIO ' - CADASTRO NAO ENCONTRADO'
               NOT INVALID KEY
                  DISPLAY ID-USUARIO ' ' FUNCTION TRIM(E-MAIL)
                          ' - SENHA EMITIDA EM ' DT-SENHA
            END-READ
            .
       P2-MOSTRA-NUNCA-FIM.

      *-------------------------------------------------------------------------
      *PERGUNTA AO OPERADOR SE DESATIVA CADA GRUPO LISTADO. OS DOIS
      *GRUPOS SAO CONFIRMADOS SEPARADAMENTE: LOGO APOS A IMPLANTACAO
      *DE DT-ULT-LOGIN TODOS OS CADASTROS ANTIGOS APARECEM COMO NUNCA
      *LOGADOS
      *-------------------------------------------------------------------------
       P3-PERGUNTA.
            DISPLAY ' '
            IF WRK-DORM-QTD > ZERO
               DISPLAY 'Desativar os ' WRK-DORM-QTD ' cadastro(s) '
                       'sem login no periodo? (S/N)'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                  MOVE 'S'                     TO WRK-DESATIVA-DORM
               END-IF
            END-IF
            IF WRK-NUNCA-QTD > ZERO
               DISPLAY 'Desativar os ' WRK-NUNCA-QTD ' cadastro(s) '
                       'que nunca fizeram login? (S/N)'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                  MOVE 'S'                     TO WRK-DESATIVA-NUNCA
               END-IF
            END-IF
            .
       P3-PERGUNTA-FIM.

      *-------------------------------------------------------------------------
      *REABRE USER.DAT EM I-O E DESATIVA OS GRUPOS CONFIRMADOS
      *-------------------------------------------------------------------------
       P4-DESATIVA.
            IF DESATIVA-DORMENTES OR DESATIVA-NUNCA-LOGADOS
               OPEN I-O USUARIO
               IF NOT FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                  DISPLAY 'FILE STATUS: ' WRK-FS
               ELSE
                  IF DESATIVA-DORMENTES
                     PERFORM P4-DESATIVA-DORM THRU P4-DESATIVA-DORM-FIM
                             VARYING WRK-DORM-IDX FROM 1 BY 1
                             UNTIL WRK-DORM-IDX > WRK-DORM-QTD
                  END-IF
                  IF DESATIVA-NUNCA-LOGADOS
                     PERFORM P4-DESATIVA-NUNCA
                             THRU P4-DESATIVA-NUNCA-FIM
                             VARYING WRK-NUNCA-IDX FROM 1 BY 1
                             UNTIL WRK-NUNCA-IDX > WRK-NUNCA-QTD
                  END-IF
                  CLOSE USUARIO
               END-IF
            ELSE
               DISPLAY 'NENHUM CADASTRO DESATIVADO NESTA EXECUCAO.'
            END-IF
            .
       P4-DESATIVA-FIM.
       P4-DESATIVA-DORM.
            MOVE WRK-DORM-ITEM(WRK-DORM-IDX)   TO WRK-ID-DESATIVA
            PERFORM P5-DESATIVA-ID THRU P5-DESATIVA-ID-FIM
            .
       P4-DESATIVA-DORM-FIM.
       P4-DESATIVA-NUNCA.
            MOVE WRK-NUNCA-ITEM(WRK-NUNCA-IDX) TO WRK-ID-DESATIVA
            PERFORM P5-DESATIVA-ID THRU P5-DESATIVA-ID-FIM
            .
       P4-DESATIVA-NUNCA-FIM.

      *-------------------------------------------------------------------------
      *DESATIVA UM CADASTRO PELA CHAVE, COM O MESMO CICLO DE VIDA DO
      *P4-DESATIVA DO MANTUSER, E AUDITA COM AUD-OPER 'D'. UM CADASTRO
      *QUE JA FICOU INATIVO ENTRE A LEITURA E A DESATIVACAO E PULADO.
      *-------------------------------------------------------------------------
       P5-DESATIVA-ID.
            MOVE WRK-ID-DESATIVA               TO ID-USUARIO
            READ USUARIO
               INVALID KEY
                  DISPLAY 'CADASTRO NAO ENCONTRADO - ID-USUARIO: '
                          WRK-ID-DESATIVA
                  ADD 1                        TO WRK-TOTAL-ERROS
               NOT INVALID KEY
                  IF NOT CADASTRO-INATIVO
                     MOVE 'I'                  TO SIT-CADASTRO
                     MOVE WRK-HOJE             TO DT-DESATIVACAO
                     REWRITE REG-USUARIO
                        INVALID KEY
                           DISPLAY 'ERRO AO DESATIVAR O CADASTRO - '
                                   'ID-USUARIO: ' ID-USUARIO
                           ADD 1               TO WRK-TOTAL-ERROS
                           MOVE 'N'            TO WRK-AUD-STATUS
                        NOT INVALID KEY
                           ADD 1               TO WRK-TOTAL-DESATIVADOS
                           MOVE 'S'            TO WRK-AUD-STATUS
                     END-REWRITE
                     PERFORM P5-GRAVA-AUDITORIA
                             THRU P5-GRAVA-AUDITORIA-FIM
                  END-IF
            END-READ
            .
       P5-DESATIVA-ID-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DA LINHA DE AUDITORIA DA DESATIVACAO AUTOMATICA (MESMO
      *LAYOUT E MESMA LOGICA DE ABERTURA DO P6-GRAVA-AUDITORIA DO
      *CREAUSER), COM AUD-OPER 'D'
      *-------------------------------------------------------------------------
       P5-GRAVA-AUDITORIA.
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
               MOVE 'D'                            TO AUD-OPER
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
       P5-GRAVA-AUDITORIA-FIM.

      *-------------------------------------------------------------------------
      *RODAPE COM OS TOTAIS DA VARREDURA
      *-------------------------------------------------------------------------
       P6-RODAPE.
            DISPLAY '------------------------------------------------'
            DISPLAY 'REGISTROS LIDOS DE USER.DAT        : '
                    WRK-TOTAL-LIDOS
            DISPLAY 'CADASTROS ATIVOS                   : '
                    WRK-TOTAL-ATIVOS
            DISPLAY 'SEM LOGIN NO PERIODO               : '
                    WRK-DORM-QTD
            DISPLAY 'NUNCA FIZERAM LOGIN                : '
                    WRK-NUNCA-QTD
            DISPLAY 'CADASTROS DESATIVADOS (AUD-OPER D) : '
                    WRK-TOTAL-DESATIVADOS
            DISPLAY 'ERROS NA DESATIVACAO               : '
                    WRK-TOTAL-ERROS
            DISPLAY '------------------------------------------------'
            IF WRK-TOTAL-DESATIVADOS > ZERO
               DISPLAY 'OS CADASTROS DESATIVADOS SERAO EXPURGADOS PELO '
                       'PURGUSR APOS O PRAZO DE RETENCAO'
            END-IF
            .
       P6-RODAPE-FIM.

       END PROGRAM DORMUSR.
