      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: BALANCEAMENTO DIARIO DE USER.DAT. APURA OS TOTAIS DE
      *          FECHAMENTO (TOTAL, ATIVOS, INATIVOS E BLOQUEADOS),
      *          RECALCULA O ESPERADO A PARTIR DO SALDO DE ABERTURA
      *          (ULTIMO FECHAMENTO ACEITO EM CTLTOT.DAT) MAIS O
      *          MOVIMENTO DO PERIODO - INCLUSOES, DESATIVACOES,
      *          EXPURGOS, BLOQUEIOS E DESBLOQUEIOS EM AUDITORIA.DAT E
      *          EXCLUSOES EM LOTE DE LOTECTRL.DAT - E IMPRIME EM
      *          BALUSR.TXT O RESULTADO COM A DIFERENCA POR BALDE.
      *          FORA DE BALANCO O PASSO FALHA NO FECHDIA; SOMENTE UM
      *          SUPERVISOR IDENTIFICADO PODE ACEITAR A DIFERENCA, QUE
      *          FICA REGISTRADA NO HISTORICO COM O OPERADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALUSR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.
               COPY AUDQSEL.
               COPY CKPTSEL.
               COPY TOTSEL.
               COPY BALSEL.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIO.
           COPY USERREC.

       FD AUDITORIA.
           COPY AUDREC.

       FD AUDARQ.
           COPY AUDREC REPLACING
                REG-AUDITORIA       BY REG-AUDARQ
                AUD-DATA            BY ARQ-DATA
                AUD-HORA            BY ARQ-HORA
                AUD-ID-USUARIO      BY ARQ-ID-USUARIO
                AUD-EMAIL           BY ARQ-EMAIL
                AUD-STATUS          BY ARQ-STATUS
                AUD-SUCESSO         BY ARQ-SUCESSO
                AUD-FS              BY ARQ-FS
                AUD-OPER            BY ARQ-OPER
                AUD-OPER-CADASTRO   BY ARQ-OPER-CADASTRO
                AUD-OPER-LOGIN      BY ARQ-OPER-LOGIN
                AUD-OPER-RESET      BY ARQ-OPER-RESET
                AUD-OPER-TROCA-SENHA BY ARQ-OPER-TROCA-SENHA
                AUD-OPER-EXCLUSAO   BY ARQ-OPER-EXCLUSAO
                AUD-OPER-DORMENTE   BY ARQ-OPER-DORMENTE
                AUD-OPER-EXPURGO    BY ARQ-OPER-EXPURGO
                AUD-OPER-BLOQUEIO   BY ARQ-OPER-BLOQUEIO
                AUD-OPER-DESBLOQUEIO BY ARQ-OPER-DESBLOQUEIO
                AUD-OPER-ANONIMIZACAO BY ARQ-OPER-ANONIMIZACAO
                AUD-OPER-POLITICA   BY ARQ-OPER-POLITICA
                AUD-OPER-ALTERACAO  BY ARQ-OPER-ALTERACAO
                AUD-OPER-OPERADOR   BY ARQ-OPER-OPERADOR
                AUD-OPERADOR        BY ARQ-OPERADOR.

       FD CHECKPOINT.
           COPY CKPTREC.

       FD CTLTOT.
           COPY TOTREC.

       FD BALREL.
           COPY BALREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
         88 FS-OK                        VALUE 0.
       77 WRK-AUD-FS                     PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-CKPT-FS                    PIC 99.
         88 CKPT-FS-OK                   VALUE 0.
       77 WRK-TOT-FS                     PIC 99.
         88 TOT-FS-OK                    VALUE 0.
       77 WRK-BAL-FS                     PIC 99.
         88 BAL-FS-OK                    VALUE 0.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 USUARIO-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-AUD-EOF                    PIC X VALUE 'N'.
          88 AUDITORIA-EOF               VALUE 'S' FALSE 'N'.
       77 WRK-TOT-EOF                    PIC X VALUE 'N'.
          88 CTLTOT-EOF                  VALUE 'S' FALSE 'N'.
       77 WRK-ERRO-LEITURA               PIC X VALUE 'N'.
          88 ERRO-LEITURA                VALUE 'S' FALSE 'N'.
      *ARQUIVOS MORTOS ANUAIS DO AUDARCH (AUDARQ.AAAA.DAT): O MOVIMENTO
      *DO PERIODO PODE TER SIDO ARQUIVADO ANTES DO BALANCEAMENTO
       77 WRK-AUDARQ-FS                  PIC 99.
         88 AUDARQ-FS-OK                 VALUE 0.
       77 WRK-AUDARQ-NOME                PIC X(60).
           COPY AUDQNOM.
       77 WRK-ARQ-EOF                    PIC X VALUE 'N'.
          88 AUDARQ-EOF                  VALUE 'S' FALSE 'N'.
       77 WRK-ANO                        PIC 9(04).
       77 WRK-ANO-INI                    PIC 9(04).
       77 WRK-HOJE-ANO                   PIC 9(04).
      *MOMENTO DESTE FECHAMENTO
       01 WRK-AGORA-GRP.
          05 WRK-AGORA-DATA              PIC 9(08).
          05 WRK-AGORA-HORA              PIC 9(06).
       01 WRK-AGORA-STAMP REDEFINES WRK-AGORA-GRP
                                         PIC 9(14).
      *SALDO DE ABERTURA - ULTIMO FECHAMENTO ACEITO EM CTLTOT.DAT
       77 WRK-TEM-ABERTURA               PIC X VALUE 'N'.
          88 TEM-ABERTURA                VALUE 'S' FALSE 'N'.
       77 WRK-ABERT-STATUS               PIC X(01).
       01 WRK-ABERT-GRP.
          05 WRK-ABERT-DATA              PIC 9(08).
          05 WRK-ABERT-HORA              PIC 9(06).
       01 WRK-ABERT-STAMP REDEFINES WRK-ABERT-GRP
                                         PIC 9(14).
      *EVENTO DE AUDITORIA EM CONFERENCIA, COMUM AO ARQUIVO VIVO E AOS
      *ARQUIVOS MORTOS
       01 WRK-EVT-GRP.
          05 WRK-EVT-DATA                PIC 9(08).
          05 WRK-EVT-HORA                PIC 9(06).
       01 WRK-EVT-STAMP REDEFINES WRK-EVT-GRP
                                         PIC 9(14).
       77 WRK-EVT-STATUS                 PIC X(01).
       77 WRK-EVT-OPER                   PIC X(01).
      *MOVIMENTO DO PERIODO, SOMENTE EVENTOS BEM-SUCEDIDOS
       77 WRK-MOV-INCLUSAO               PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOV-EXCLUSAO               PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOV-DORMENTE               PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOV-EXPURGO                PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOV-BLOQUEIO               PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOV-DESBLOQUEIO            PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOV-LOTE-INC               PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOV-LOTE-EXC               PIC 9(06) COMP VALUE ZERO.
      *BALDES DO BALANCEAMENTO: 1 TOTAL, 2 ATIVOS, 3 INATIVOS E
      *4 BLOQUEADOS (CONTA-BLOQ, QUALQUER QUE SEJA A SITUACAO)
       01 WRK-TAB-BALDE.
          05 WRK-BALDE-ITEM OCCURS 4 TIMES.
             10 WRK-BALDE-NOME           PIC X(10).
             10 WRK-BALDE-ABERTURA       PIC S9(07) COMP.
             10 WRK-BALDE-ESPERADO       PIC S9(07) COMP.
             10 WRK-BALDE-APURADO        PIC S9(07) COMP.
             10 WRK-BALDE-DIF            PIC S9(07) COMP.
       77 WRK-BALDE-QTD                  PIC 9(02) COMP VALUE 4.
       77 WRK-BALDE-NUM                  PIC 9(02) COMP.
       77 WRK-FORA-BALANCO               PIC X VALUE 'N'.
          88 FORA-BALANCO                VALUE 'S' FALSE 'N'.
      *FECHAMENTO GRAVADO NO HISTORICO
       77 WRK-NOVO-STATUS                PIC X(01).
       77 WRK-NOVO-OPERADOR              PIC X(08).
       77 WRK-CONFIRMA                   PIC X VALUE 'N'.
      *CAMPOS DE EXIBICAO DO RELATORIO
       77 WRK-QTD-MOSTRA                 PIC 9(06).
       77 WRK-MOSTRA-ABERT               PIC S9(06) SIGN LEADING
                                         SEPARATE.
       77 WRK-MOSTRA-ESPER               PIC S9(06) SIGN LEADING
                                         SEPARATE.
       77 WRK-MOSTRA-APUR                PIC S9(06) SIGN LEADING
                                         SEPARATE.
       77 WRK-MOSTRA-DIF                 PIC S9(06) SIGN LEADING
                                         SEPARATE.
       77 WRK-ROTULO                     PIC X(40).
      *SESSAO DO OPERADOR, PARA O ACEITE DA DIFERENCA PELO SUPERVISOR
           COPY OPERSESS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   BALANCEAMENTO DIARIO DE USER.DAT            *'
            DISPLAY '************************************************'

            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-AGORA-DATA
            MOVE FUNCTION CURRENT-DATE(9:6)    TO WRK-AGORA-HORA

      *ESTADO INICIAL DO BALANCEAMENTO, MESMO QUANDO O PROGRAMA JA FOI
      *CHAMADO ANTES NA MESMA EXECUCAO
            MOVE 'N'                           TO WRK-ERRO-LEITURA
            MOVE 'N'                           TO WRK-FORA-BALANCO
            MOVE ZERO                          TO WRK-MOV-INCLUSAO
            MOVE ZERO                          TO WRK-MOV-EXCLUSAO
            MOVE ZERO                          TO WRK-MOV-DORMENTE
            MOVE ZERO                          TO WRK-MOV-EXPURGO
            MOVE ZERO                          TO WRK-MOV-BLOQUEIO
            MOVE ZERO                          TO WRK-MOV-DESBLOQUEIO
            MOVE ZERO                          TO WRK-MOV-LOTE-INC
            MOVE ZERO                          TO WRK-MOV-LOTE-EXC

            MOVE 'TOTAL'                       TO WRK-BALDE-NOME(1)
            MOVE 'ATIVOS'                      TO WRK-BALDE-NOME(2)
            MOVE 'INATIVOS'                    TO WRK-BALDE-NOME(3)
            MOVE 'BLOQUEADOS'                  TO WRK-BALDE-NOME(4)

            PERFORM P1-LE-HISTORICO   THRU P1-LE-HISTORICO-FIM
            PERFORM P2-APURA-SALDO    THRU P2-APURA-SALDO-FIM

            IF NOT ERRO-LEITURA
               IF TEM-ABERTURA
                  PERFORM P3-MOVIMENTO     THRU P3-MOVIMENTO-FIM
               ELSE
                  PERFORM P6-CARGA-INICIAL THRU P6-CARGA-INICIAL-FIM
               END-IF
            END-IF

            IF NOT ERRO-LEITURA AND TEM-ABERTURA
               PERFORM P4-CALCULA    THRU P4-CALCULA-FIM
               PERFORM P5-RELATORIO  THRU P5-RELATORIO-FIM
               PERFORM P7-FECHAMENTO THRU P7-FECHAMENTO-FIM
            END-IF

            IF ERRO-LEITURA
               DISPLAY 'BALANCEAMENTO NAO REALIZADO - ERRO NA LEITURA '
                       'DOS ARQUIVOS.'
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
               MOVE 8                          TO RETURN-CODE
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O FECHDIA POSSA ENCADEAR
      *ESTE PASSO E RETOMAR O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *LE O HISTORICO DE TOTAIS DE CONTROLE E GUARDA O ULTIMO
      *FECHAMENTO ACEITO ('I', 'B' OU 'A') COMO SALDO DE ABERTURA. UM
      *FECHAMENTO FORA DE BALANCO NAO ACEITO ('D') NAO SERVE DE
      *ABERTURA, PARA QUE A DIFERENCA CONTINUE APARECENDO ATE SER
      *RESOLVIDA OU ACEITA.
      *-------------------------------------------------------------------------
       P1-LE-HISTORICO.
            MOVE 'N'                           TO WRK-TEM-ABERTURA
            MOVE 'N'                           TO WRK-TOT-EOF
            OPEN INPUT CTLTOT
            IF WRK-TOT-FS NOT EQUAL 35
               IF TOT-FS-OK
                  PERFORM P1-LEIA-HISTORICO
                  PERFORM P1-GUARDA-ABERTURA
                          THRU P1-GUARDA-ABERTURA-FIM
                          UNTIL CTLTOT-EOF
                  CLOSE CTLTOT
               ELSE
                  DISPLAY 'ERRO AO ABRIR O HISTORICO DE TOTAIS'
                  DISPLAY 'FILE STATUS: ' WRK-TOT-FS
                  MOVE 'S'                     TO WRK-ERRO-LEITURA
               END-IF
            END-IF
            .
       P1-LE-HISTORICO-FIM.
       P1-LEIA-HISTORICO.
            READ CTLTOT
               AT END MOVE 'S'                 TO WRK-TOT-EOF
            END-READ
            .
       P1-GUARDA-ABERTURA.
            IF TOT-ABERTURA-VALIDA
               MOVE 'S'                        TO WRK-TEM-ABERTURA
               MOVE TOT-STATUS                 TO WRK-ABERT-STATUS
               MOVE TOT-DATA                   TO WRK-ABERT-DATA
               MOVE TOT-HORA                   TO WRK-ABERT-HORA
               MOVE TOT-TOTAL           TO WRK-BALDE-ABERTURA(1)
               MOVE TOT-ATIVOS          TO WRK-BALDE-ABERTURA(2)
               MOVE TOT-INATIVOS        TO WRK-BALDE-ABERTURA(3)
               MOVE TOT-BLOQUEADOS      TO WRK-BALDE-ABERTURA(4)
            END-IF
            PERFORM P1-LEIA-HISTORICO
            .
       P1-GUARDA-ABERTURA-FIM.

      *-------------------------------------------------------------------------
      *APURA OS TOTAIS DE FECHAMENTO PERCORRENDO USER.DAT
      *-------------------------------------------------------------------------
       P2-APURA-SALDO.
            PERFORM P2-ZERA-BALDE THRU P2-ZERA-BALDE-FIM
                    VARYING WRK-BALDE-NUM FROM 1 BY 1
                    UNTIL WRK-BALDE-NUM > WRK-BALDE-QTD

            MOVE 'N'                           TO WRK-EOF
            OPEN INPUT USUARIO
            IF WRK-FS EQUAL 35
               DISPLAY 'NENHUM USUARIO CADASTRADO, SALDO APURADO ZERO.'
            ELSE
               IF NOT FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                  DISPLAY 'FILE STATUS: ' WRK-FS
                  MOVE 'S'                     TO WRK-ERRO-LEITURA
               ELSE
                  PERFORM P2-LEIA-USUARIO
                  PERFORM P2-CONTA-USUARIO THRU P2-CONTA-USUARIO-FIM
                          UNTIL USUARIO-EOF
                  CLOSE USUARIO
               END-IF
            END-IF
            .
       P2-APURA-SALDO-FIM.
       P2-ZERA-BALDE.
            MOVE ZERO            TO WRK-BALDE-ESPERADO(WRK-BALDE-NUM)
            MOVE ZERO            TO WRK-BALDE-APURADO(WRK-BALDE-NUM)
            MOVE ZERO            TO WRK-BALDE-DIF(WRK-BALDE-NUM)
            IF NOT TEM-ABERTURA
               MOVE ZERO         TO WRK-BALDE-ABERTURA(WRK-BALDE-NUM)
            END-IF
            .
       P2-ZERA-BALDE-FIM.
       P2-LEIA-USUARIO.
            READ USUARIO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-EOF
            END-READ
            .
       P2-CONTA-USUARIO.
            ADD 1                        TO WRK-BALDE-APURADO(1)
            IF CADASTRO-INATIVO
               ADD 1                     TO WRK-BALDE-APURADO(3)
            ELSE
               ADD 1                     TO WRK-BALDE-APURADO(2)
            END-IF
            IF CONTA-BLOQUEADA
               ADD 1                     TO WRK-BALDE-APURADO(4)
            END-IF
            PERFORM P2-LEIA-USUARIO
            .
       P2-CONTA-USUARIO-FIM.

      *-------------------------------------------------------------------------
      *MOVIMENTO DO PERIODO: EVENTOS BEM-SUCEDIDOS GRAVADOS DEPOIS DO
      *SALDO DE ABERTURA, NOS ARQUIVOS MORTOS DESDE O ANO DA ABERTURA E
      *NO ARQUIVO VIVO, MAIS AS EXCLUSOES EM LOTE ACUMULADAS EM
      *LOTECTRL.DAT (O LOTE NAO AUDITA A EXCLUSAO). AS INCLUSOES EM
      *LOTE JA ESTAO NA AUDITORIA; O ACUMULADO DE LOTECTRL SO E
      *MOSTRADO COMO A PARCELA DO LOTE.
      *-------------------------------------------------------------------------
       P3-MOVIMENTO.
            PERFORM P3B-VARRE-ARQUIVOS THRU P3B-VARRE-ARQUIVOS-FIM

            MOVE 'N'                           TO WRK-AUD-EOF
            OPEN INPUT AUDITORIA
            IF WRK-AUD-FS NOT EQUAL 35
               IF NOT AUD-FS-OK
                  DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA'
                  DISPLAY 'FILE STATUS: ' WRK-AUD-FS
                  MOVE 'S'                     TO WRK-ERRO-LEITURA
               ELSE
                  PERFORM P3-LEIA-AUDITORIA
                  PERFORM P3-PROCESSA-AUDITORIA
                          THRU P3-PROCESSA-AUDITORIA-FIM
                          UNTIL AUDITORIA-EOF
                  CLOSE AUDITORIA
               END-IF
            END-IF

            PERFORM P3D-LE-LOTECTRL THRU P3D-LE-LOTECTRL-FIM
            .
       P3-MOVIMENTO-FIM.
       P3-LEIA-AUDITORIA.
            READ AUDITORIA NEXT RECORD
               AT END MOVE 'S'                 TO WRK-AUD-EOF
            END-READ
            .
       P3-PROCESSA-AUDITORIA.
            MOVE AUD-DATA                      TO WRK-EVT-DATA
            MOVE AUD-HORA                      TO WRK-EVT-HORA
            MOVE AUD-STATUS                    TO WRK-EVT-STATUS
            MOVE AUD-OPER                      TO WRK-EVT-OPER
            PERFORM P3C-CONTA-EVENTO THRU P3C-CONTA-EVENTO-FIM
            PERFORM P3-LEIA-AUDITORIA
            .
       P3-PROCESSA-AUDITORIA-FIM.

      *-------------------------------------------------------------------------
      *VARRE OS ARQUIVOS MORTOS ANUAIS (AUDARQ.AAAA.DAT) DO ANO DO
      *SALDO DE ABERTURA ATE O ANO CORRENTE. ANOS SEM ARQUIVO MORTO SAO
      *SIMPLESMENTE PULADOS (FILE STATUS 35).
      *-------------------------------------------------------------------------
       P3B-VARRE-ARQUIVOS.
            MOVE WRK-ABERT-DATA(1:4)           TO WRK-ANO-INI
            MOVE WRK-AGORA-DATA(1:4)           TO WRK-HOJE-ANO
            PERFORM P3B-VARRE-UM-ANO THRU P3B-VARRE-UM-ANO-FIM
                    VARYING WRK-ANO FROM WRK-ANO-INI BY 1
                    UNTIL WRK-ANO > WRK-HOJE-ANO
            .
       P3B-VARRE-ARQUIVOS-FIM.
       P3B-VARRE-UM-ANO.
            MOVE SPACES                        TO WRK-AUDARQ-NOME
            STRING AUDARQ-NOME-PREFIXO WRK-ANO '.DAT'
               DELIMITED BY SIZE INTO WRK-AUDARQ-NOME
            END-STRING

            MOVE 'N'                           TO WRK-ARQ-EOF
            OPEN INPUT AUDARQ
            IF WRK-AUDARQ-FS EQUAL 35
      *NAO HA ARQUIVO MORTO PARA ESTE ANO, SEGUE PARA O PROXIMO
               CONTINUE
            ELSE
               IF NOT AUDARQ-FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO DO ANO '
                          WRK-ANO
                  DISPLAY 'FILE STATUS: ' WRK-AUDARQ-FS
                  MOVE 'S'                     TO WRK-ERRO-LEITURA
               ELSE
                  PERFORM P3B-LEIA-AUDARQ
                  PERFORM P3B-PROCESSA-AUDARQ
                          THRU P3B-PROCESSA-AUDARQ-FIM
                          UNTIL AUDARQ-EOF
                  CLOSE AUDARQ
               END-IF
            END-IF
            .
       P3B-VARRE-UM-ANO-FIM.
       P3B-LEIA-AUDARQ.
            READ AUDARQ NEXT RECORD
               AT END MOVE 'S'                 TO WRK-ARQ-EOF
            END-READ
            .
       P3B-PROCESSA-AUDARQ.
            MOVE ARQ-DATA                      TO WRK-EVT-DATA
            MOVE ARQ-HORA                      TO WRK-EVT-HORA
            MOVE ARQ-STATUS                    TO WRK-EVT-STATUS
            MOVE ARQ-OPER                      TO WRK-EVT-OPER
            PERFORM P3C-CONTA-EVENTO THRU P3C-CONTA-EVENTO-FIM
            PERFORM P3B-LEIA-AUDARQ
            .
       P3B-PROCESSA-AUDARQ-FIM.

      *-------------------------------------------------------------------------
      *CONTABILIZA UM EVENTO DE AUDITORIA (DO ARQUIVO VIVO OU DE UM
      *ARQUIVO MORTO) QUE CAIA ENTRE O SALDO DE ABERTURA E AGORA
      *-------------------------------------------------------------------------
       P3C-CONTA-EVENTO.
            IF WRK-EVT-STATUS EQUAL 'S'
               AND WRK-EVT-STAMP > WRK-ABERT-STAMP
               AND WRK-EVT-STAMP NOT > WRK-AGORA-STAMP
               EVALUATE WRK-EVT-OPER
                 WHEN 'C'
                 WHEN ' '
                    ADD 1                      TO WRK-MOV-INCLUSAO
                 WHEN 'E'
                    ADD 1                      TO WRK-MOV-EXCLUSAO
                 WHEN 'D'
                    ADD 1                      TO WRK-MOV-DORMENTE
                 WHEN 'P'
                    ADD 1                      TO WRK-MOV-EXPURGO
                 WHEN 'B'
                    ADD 1                      TO WRK-MOV-BLOQUEIO
                 WHEN 'U'
                    ADD 1                      TO WRK-MOV-DESBLOQUEIO
                 WHEN OTHER
                    CONTINUE
               END-EVALUATE
            END-IF
            .
       P3C-CONTA-EVENTO-FIM.

      *-------------------------------------------------------------------------
      *LE O ACUMULADO DE INCLUSOES/EXCLUSOES EM LOTE DESDE O ULTIMO
      *FECHAMENTO ACEITO, GUARDADO PELO CREAUSER EM LOTECTRL.DAT
      *-------------------------------------------------------------------------
       P3D-LE-LOTECTRL.
            OPEN INPUT CHECKPOINT
            IF WRK-CKPT-FS NOT EQUAL 35
               IF NOT CKPT-FS-OK
                  DISPLAY 'ERRO AO ABRIR O CONTROLE DO LOTE'
                  DISPLAY 'FILE STATUS: ' WRK-CKPT-FS
                  MOVE 'S'                     TO WRK-ERRO-LEITURA
               ELSE
                  READ CHECKPOINT NEXT RECORD
                     AT END CONTINUE
                     NOT AT END
                        IF CKPT-MOV-INC IS NUMERIC
                           AND CKPT-MOV-EXC IS NUMERIC
                           MOVE CKPT-MOV-INC   TO WRK-MOV-LOTE-INC
                           MOVE CKPT-MOV-EXC   TO WRK-MOV-LOTE-EXC
                        END-IF
                  END-READ
                  CLOSE CHECKPOINT
               END-IF
            END-IF
            .
       P3D-LE-LOTECTRL-FIM.

      *-------------------------------------------------------------------------
      *RECALCULA O ESPERADO DE CADA BALDE (ABERTURA + MOVIMENTO) E A
      *DIFERENCA CONTRA O APURADO EM USER.DAT
      *-------------------------------------------------------------------------
       P4-CALCULA.
            COMPUTE WRK-BALDE-ESPERADO(1) = WRK-BALDE-ABERTURA(1)
                    + WRK-MOV-INCLUSAO - WRK-MOV-EXPURGO
            COMPUTE WRK-BALDE-ESPERADO(2) = WRK-BALDE-ABERTURA(2)
                    + WRK-MOV-INCLUSAO - WRK-MOV-EXCLUSAO
                    - WRK-MOV-DORMENTE - WRK-MOV-LOTE-EXC
            COMPUTE WRK-BALDE-ESPERADO(3) = WRK-BALDE-ABERTURA(3)
                    + WRK-MOV-EXCLUSAO + WRK-MOV-DORMENTE
                    + WRK-MOV-LOTE-EXC - WRK-MOV-EXPURGO
            COMPUTE WRK-BALDE-ESPERADO(4) = WRK-BALDE-ABERTURA(4)
                    + WRK-MOV-BLOQUEIO - WRK-MOV-DESBLOQUEIO

            MOVE 'N'                           TO WRK-FORA-BALANCO
            PERFORM P4-DIFERENCA THRU P4-DIFERENCA-FIM
                    VARYING WRK-BALDE-NUM FROM 1 BY 1
                    UNTIL WRK-BALDE-NUM > WRK-BALDE-QTD
            .
       P4-CALCULA-FIM.
       P4-DIFERENCA.
            COMPUTE WRK-BALDE-DIF(WRK-BALDE-NUM) =
                    WRK-BALDE-APURADO(WRK-BALDE-NUM)
                  - WRK-BALDE-ESPERADO(WRK-BALDE-NUM)
            IF WRK-BALDE-DIF(WRK-BALDE-NUM) NOT EQUAL ZERO
               MOVE 'S'                        TO WRK-FORA-BALANCO
            END-IF
            .
       P4-DIFERENCA-FIM.

      *-------------------------------------------------------------------------
      *RELATORIO DO BALANCEAMENTO (BALUSR.TXT), TAMBEM MOSTRADO NA TELA
      *-------------------------------------------------------------------------
       P5-RELATORIO.
            PERFORM P9-ABRE-RELATORIO THRU P9-ABRE-RELATORIO-FIM

            MOVE SPACES                        TO REG-BAL-REL
            STRING 'SALDO DE ABERTURA: FECHAMENTO DE ' WRK-ABERT-DATA
                   '-' WRK-ABERT-HORA ' (STATUS ' WRK-ABERT-STATUS ')'
               DELIMITED BY SIZE INTO REG-BAL-REL
            END-STRING
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            MOVE ALL '-'                       TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            MOVE 'MOVIMENTO DO PERIODO'        TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM

            MOVE '  INCLUSOES (TELA E LOTE)'   TO WRK-ROTULO
            MOVE WRK-MOV-INCLUSAO              TO WRK-QTD-MOSTRA
            PERFORM P5-LINHA-MOVIMENTO THRU P5-LINHA-MOVIMENTO-FIM
            MOVE '    DAS QUAIS EM LOTE (LOTECTRL)' TO WRK-ROTULO
            MOVE WRK-MOV-LOTE-INC              TO WRK-QTD-MOSTRA
            PERFORM P5-LINHA-MOVIMENTO THRU P5-LINHA-MOVIMENTO-FIM
            MOVE '  EXCLUSOES MANUAIS (MANTUSER)' TO WRK-ROTULO
            MOVE WRK-MOV-EXCLUSAO              TO WRK-QTD-MOSTRA
            PERFORM P5-LINHA-MOVIMENTO THRU P5-LINHA-MOVIMENTO-FIM
            MOVE '  DESATIVACOES AUTOMATICAS (DORMUSR)'
                                               TO WRK-ROTULO
            MOVE WRK-MOV-DORMENTE              TO WRK-QTD-MOSTRA
            PERFORM P5-LINHA-MOVIMENTO THRU P5-LINHA-MOVIMENTO-FIM
            MOVE '  EXCLUSOES EM LOTE (LOTECTRL)' TO WRK-ROTULO
            MOVE WRK-MOV-LOTE-EXC              TO WRK-QTD-MOSTRA
            PERFORM P5-LINHA-MOVIMENTO THRU P5-LINHA-MOVIMENTO-FIM
            MOVE '  EXPURGOS (PURGUSR)'        TO WRK-ROTULO
            MOVE WRK-MOV-EXPURGO               TO WRK-QTD-MOSTRA
            PERFORM P5-LINHA-MOVIMENTO THRU P5-LINHA-MOVIMENTO-FIM
            MOVE '  BLOQUEIOS DE CONTA'        TO WRK-ROTULO
            MOVE WRK-MOV-BLOQUEIO              TO WRK-QTD-MOSTRA
            PERFORM P5-LINHA-MOVIMENTO THRU P5-LINHA-MOVIMENTO-FIM
            MOVE '  DESBLOQUEIOS DE CONTA'     TO WRK-ROTULO
            MOVE WRK-MOV-DESBLOQUEIO           TO WRK-QTD-MOSTRA
            PERFORM P5-LINHA-MOVIMENTO THRU P5-LINHA-MOVIMENTO-FIM

            MOVE ALL '-'                       TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            MOVE SPACES                        TO REG-BAL-REL
            STRING 'BALDE       ABERTURA   ESPERADO    APURADO  '
                   'DIFERENCA'
               DELIMITED BY SIZE INTO REG-BAL-REL
            END-STRING
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            PERFORM P5-LINHA-BALDE THRU P5-LINHA-BALDE-FIM
                    VARYING WRK-BALDE-NUM FROM 1 BY 1
                    UNTIL WRK-BALDE-NUM > WRK-BALDE-QTD
            MOVE ALL '-'                       TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM

            IF FORA-BALANCO
               MOVE 'RESULTADO: *** FORA DE BALANCO ***'
                                               TO REG-BAL-REL
            ELSE
               MOVE 'RESULTADO: BALANCEADO'    TO REG-BAL-REL
            END-IF
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            MOVE ALL '='                       TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM

            IF BAL-FS-OK
               CLOSE BALREL
            END-IF
            .
       P5-RELATORIO-FIM.
       P5-LINHA-MOVIMENTO.
            MOVE SPACES                        TO REG-BAL-REL
            STRING WRK-ROTULO ': ' WRK-QTD-MOSTRA
               DELIMITED BY SIZE INTO REG-BAL-REL
            END-STRING
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            .
       P5-LINHA-MOVIMENTO-FIM.
       P5-LINHA-BALDE.
            MOVE WRK-BALDE-ABERTURA(WRK-BALDE-NUM) TO WRK-MOSTRA-ABERT
            MOVE WRK-BALDE-ESPERADO(WRK-BALDE-NUM) TO WRK-MOSTRA-ESPER
            MOVE WRK-BALDE-APURADO(WRK-BALDE-NUM)  TO WRK-MOSTRA-APUR
            MOVE WRK-BALDE-DIF(WRK-BALDE-NUM)      TO WRK-MOSTRA-DIF
            MOVE SPACES                        TO REG-BAL-REL
            STRING WRK-BALDE-NOME(WRK-BALDE-NUM) '  '
                   WRK-MOSTRA-ABERT '    ' WRK-MOSTRA-ESPER '    '
                   WRK-MOSTRA-APUR '    ' WRK-MOSTRA-DIF
               DELIMITED BY SIZE INTO REG-BAL-REL
            END-STRING
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            .
       P5-LINHA-BALDE-FIM.

      *-------------------------------------------------------------------------
      *PRIMEIRA EXECUCAO, SEM SALDO ANTERIOR NO HISTORICO: O SALDO
      *APURADO HOJE PASSA A SER O SALDO DE ABERTURA DO PROXIMO DIA
      *-------------------------------------------------------------------------
       P6-CARGA-INICIAL.
            PERFORM P9-ABRE-RELATORIO THRU P9-ABRE-RELATORIO-FIM
            MOVE 'PRIMEIRO BALANCEAMENTO - SALDO INICIAL REGISTRADO'
                                               TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            MOVE ALL '-'                       TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            PERFORM P6-LINHA-SALDO THRU P6-LINHA-SALDO-FIM
                    VARYING WRK-BALDE-NUM FROM 1 BY 1
                    UNTIL WRK-BALDE-NUM > WRK-BALDE-QTD
            MOVE ALL '='                       TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            IF BAL-FS-OK
               CLOSE BALREL
            END-IF

            MOVE 'I'                           TO WRK-NOVO-STATUS
            MOVE SPACES                        TO WRK-NOVO-OPERADOR
            PERFORM P8-GRAVA-HISTORICO THRU P8-GRAVA-HISTORICO-FIM
            PERFORM P8-ZERA-LOTECTRL   THRU P8-ZERA-LOTECTRL-FIM
            .
       P6-CARGA-INICIAL-FIM.
       P6-LINHA-SALDO.
            MOVE WRK-BALDE-APURADO(WRK-BALDE-NUM) TO WRK-QTD-MOSTRA
            MOVE SPACES                        TO REG-BAL-REL
            STRING WRK-BALDE-NOME(WRK-BALDE-NUM) ': ' WRK-QTD-MOSTRA
               DELIMITED BY SIZE INTO REG-BAL-REL
            END-STRING
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            .
       P6-LINHA-SALDO-FIM.

      *-------------------------------------------------------------------------
      *REGISTRA O FECHAMENTO NO HISTORICO. FORA DE BALANCO O PASSO
      *FALHA SEMPRE; UM SUPERVISOR IDENTIFICADO PODE ACEITAR A
      *DIFERENCA, E O SALDO APURADO PASSA A SER A ABERTURA DA PROXIMA
      *EXECUCAO (A RETOMADA DO FECHDIA). SEM O ACEITE A DIFERENCA
      *CONTINUA APARECENDO ATE SER RESOLVIDA.
      *-------------------------------------------------------------------------
       P7-FECHAMENTO.
            MOVE SPACES                        TO WRK-NOVO-OPERADOR
            IF NOT FORA-BALANCO
               MOVE 'B'                        TO WRK-NOVO-STATUS
               PERFORM P8-GRAVA-HISTORICO THRU P8-GRAVA-HISTORICO-FIM
               PERFORM P8-ZERA-LOTECTRL   THRU P8-ZERA-LOTECTRL-FIM
               GO TO P7-FECHAMENTO-FIM
            END-IF

            MOVE 'D'                           TO WRK-NOVO-STATUS
            IF SESSAO-ABERTA AND SES-SUPERVISOR
               DISPLAY 'A diferenca foi investigada e pode ser aceita? '
                       'O saldo apurado passa a ser a abertura do '
                       'proximo balanceamento. (S/N)'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                  MOVE 'A'                     TO WRK-NOVO-STATUS
                  MOVE SES-OPERADOR            TO WRK-NOVO-OPERADOR
               END-IF
            ELSE
               DISPLAY 'A DIFERENCA SO PODE SER ACEITA POR UM '
                       'SUPERVISOR IDENTIFICADO NO MENUOPER.'
            END-IF

            PERFORM P8-GRAVA-HISTORICO THRU P8-GRAVA-HISTORICO-FIM
            IF WRK-NOVO-STATUS EQUAL 'A'
               PERFORM P8-ZERA-LOTECTRL THRU P8-ZERA-LOTECTRL-FIM
               DISPLAY 'DIFERENCA ACEITA POR ' WRK-NOVO-OPERADOR
                       '. A RETOMADA DO FECHAMENTO PARTE DESTE SALDO.'
            END-IF
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
            MOVE 8                             TO RETURN-CODE
            .
       P7-FECHAMENTO-FIM.

      *-------------------------------------------------------------------------
      *ACRESCENTA O FECHAMENTO AO HISTORICO DE TOTAIS (CTLTOT.DAT)
      *-------------------------------------------------------------------------
       P8-GRAVA-HISTORICO.
            OPEN EXTEND CTLTOT
            IF WRK-TOT-FS EQUAL 35
               OPEN OUTPUT CTLTOT
            END-IF

            IF TOT-FS-OK
               MOVE WRK-AGORA-DATA             TO TOT-DATA
               MOVE WRK-AGORA-HORA             TO TOT-HORA
               MOVE WRK-BALDE-APURADO(1)       TO TOT-TOTAL
               MOVE WRK-BALDE-APURADO(2)       TO TOT-ATIVOS
               MOVE WRK-BALDE-APURADO(3)       TO TOT-INATIVOS
               MOVE WRK-BALDE-APURADO(4)       TO TOT-BLOQUEADOS
               MOVE WRK-NOVO-STATUS            TO TOT-STATUS
               MOVE WRK-NOVO-OPERADOR          TO TOT-OPERADOR
               MOVE WRK-BALDE-DIF(1)           TO TOT-DIF-TOTAL
               MOVE WRK-BALDE-DIF(2)           TO TOT-DIF-ATIVOS
               MOVE WRK-BALDE-DIF(3)           TO TOT-DIF-INATIVOS
               MOVE WRK-BALDE-DIF(4)           TO TOT-DIF-BLOQUEADOS
               WRITE REG-CTLTOT
               CLOSE CTLTOT
            ELSE
               DISPLAY 'ERRO AO GRAVAR O HISTORICO DE TOTAIS'
               DISPLAY 'FILE STATUS: ' WRK-TOT-FS
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
               MOVE 8                          TO RETURN-CODE
            END-IF
            .
       P8-GRAVA-HISTORICO-FIM.

      *-------------------------------------------------------------------------
      *ZERA O ACUMULADO DE LOTE EM LOTECTRL.DAT DEPOIS DE UM FECHAMENTO
      *ACEITO, PRESERVANDO O CHECKPOINT DE UM LOTE EM ANDAMENTO
      *-------------------------------------------------------------------------
       P8-ZERA-LOTECTRL.
            OPEN INPUT CHECKPOINT
            IF NOT CKPT-FS-OK
               GO TO P8-ZERA-LOTECTRL-FIM
            END-IF
            READ CHECKPOINT NEXT RECORD
               AT END
                  CLOSE CHECKPOINT
                  GO TO P8-ZERA-LOTECTRL-FIM
            END-READ
            CLOSE CHECKPOINT

            MOVE ZERO                          TO CKPT-MOV-INC
            MOVE ZERO                          TO CKPT-MOV-EXC
            OPEN OUTPUT CHECKPOINT
            IF CKPT-FS-OK
               WRITE REG-CHECKPOINT
               CLOSE CHECKPOINT
            ELSE
               DISPLAY 'ERRO AO ZERAR O ACUMULADO DO LOTE'
               DISPLAY 'FILE STATUS: ' WRK-CKPT-FS
            END-IF
            .
       P8-ZERA-LOTECTRL-FIM.

      *-------------------------------------------------------------------------
      *ABERTURA DO RELATORIO COM O CABECALHO, E EMISSAO DE UMA LINHA NO
      *ARQUIVO E NA TELA. SEM O ARQUIVO O RELATORIO SAI SO NA TELA.
      *-------------------------------------------------------------------------
       P9-ABRE-RELATORIO.
            OPEN OUTPUT BALREL
            IF NOT BAL-FS-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE BALANCEAMENTO'
               DISPLAY 'FILE STATUS: ' WRK-BAL-FS
            END-IF
            MOVE ALL '='                       TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            MOVE SPACES                        TO REG-BAL-REL
            STRING 'BALANCEAMENTO DIARIO DE USER.DAT'
                   '          EMITIDO EM: ' WRK-AGORA-DATA '-'
                   WRK-AGORA-HORA
               DELIMITED BY SIZE INTO REG-BAL-REL
            END-STRING
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            MOVE ALL '-'                       TO REG-BAL-REL
            PERFORM P9-EMITE-LINHA THRU P9-EMITE-LINHA-FIM
            .
       P9-ABRE-RELATORIO-FIM.
       P9-EMITE-LINHA.
            IF BAL-FS-OK
               WRITE REG-BAL-REL
            END-IF
            DISPLAY FUNCTION TRIM(REG-BAL-REL TRAILING)
            .
       P9-EMITE-LINHA-FIM.

       END PROGRAM BALUSR.
