      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 02/09/2026
      * Purpose: DRIVER DO FECHAMENTO DIARIO - EXECUTA BKPGER (BACKUP
      *          DOS ARQUIVOS MESTRES ANTES DE QUALQUER OUTRO PASSO),
      *          BALUSR (BALANCEAMENTO DE USER.DAT CONTRA O DIA
      *          ANTERIOR, ANTES DE QUALQUER EXTRACAO), EXTUSER,
      *          EXTDELTA, PWDAGE, RECONUSR, STATUSER E QUALUSR COMO
      *          PASSOS NUMERADOS, GRAVANDO EM FECHCTRL.DAT O
      *          INICIO/FIM E O STATUS DE CADA PASSO. SE UM PASSO
      *          FALHA A CORRENTE PARA, E A PROXIMA EXECUCAO RETOMA DO
      *          PASSO QUE FALHOU EM VEZ DE REFAZER OS QUE JA
      *          TERMINARAM (MESMA IDEIA DO CHECKPOINT DO LOTE, SO QUE
      *          NO NIVEL DO JOB). AO FINAL IMPRIME O RESUMO DE TODOS
      *          OS PASSOS PARA A PASSAGEM DE TURNO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WRK-FECH-EOF                   PIC X VALUE 'N'.
          88 FECH-EOF                    VALUE 'S' FALSE 'N'.
      *TABELA DOS PASSOS DO FECHAMENTO, NA ORDEM EM QUE O OPERADOR OS
      *RODAVA A MAO, PRECEDIDOS DO BACKUP DOS ARQUIVOS MESTRES
       01 WRK-TAB-PASSO.
          05 WRK-PASSO-ITEM OCCURS 8 TIMES.
             10 WRK-PASSO-PROG           PIC X(08).
             10 WRK-PASSO-DT-INI         PIC 9(08).
             10 WRK-PASSO-HR-INI         PIC 9(06).
             10 WRK-PASSO-DT-FIM         PIC 9(08).
             10 WRK-PASSO-HR-FIM         PIC 9(06).
             10 WRK-PASSO-STATUS         PIC X(01).
       77 WRK-PASSO-QTD                  PIC 9(02) COMP VALUE 8.
       77 WRK-PASSO-NUM                  PIC 9(02) COMP.
       77 WRK-PASSO-INICIO               PIC 9(02) COMP VALUE 1.
       77 WRK-PARA-CADEIA                PIC X VALUE 'N'.
            PERFORM P3-EXECUTA-PASSOS THRU P3-EXECUTA-PASSOS-FIM
            PERFORM P5-RESUMO         THRU P5-RESUMO-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *MONTA A SEQUENCIA DE PASSOS DO FECHAMENTO, TODOS PENDENTES
      *-------------------------------------------------------------------------
       P1-MONTA-PASSOS.
            MOVE 'BKPGER  '                    TO WRK-PASSO-PROG(1)
            MOVE 'BALUSR  '                    TO WRK-PASSO-PROG(2)
            MOVE 'EXTUSER '                    TO WRK-PASSO-PROG(3)
            MOVE 'EXTDELTA'                    TO WRK-PASSO-PROG(4)
            MOVE 'PWDAGE  '                    TO WRK-PASSO-PROG(5)
            MOVE 'RECONUSR'                    TO WRK-PASSO-PROG(6)
            MOVE 'STATUSER'                    TO WRK-PASSO-PROG(7)
            MOVE 'QUALUSR '                    TO WRK-PASSO-PROG(8)
            PERFORM P1-LIMPA-PASSO THRU P1-LIMPA-PASSO-FIM
                    VARYING WRK-PASSO-NUM FROM 1 BY 1
                    UNTIL WRK-PASSO-NUM > WRK-PASSO-QTD
               AT END MOVE 'S'                 TO WRK-FECH-EOF
            END-READ
            .
      *SO APROVEITA A LINHA SE O PASSO AINDA E O MESMO PROGRAMA, PARA
      *QUE UM CONTROLE GRAVADO COM OUTRA SEQUENCIA DE PASSOS NAO MARQUE
      *COMO FEITO UM PASSO QUE NAO RODOU
       P2-CARREGA-PASSO.
            IF FECH-PASSO >= 1 AND FECH-PASSO <= WRK-PASSO-QTD
               AND FECH-PROGRAMA EQUAL WRK-PASSO-PROG(FECH-PASSO)
               MOVE FECH-DT-INI     TO WRK-PASSO-DT-INI(FECH-PASSO)
               MOVE FECH-HR-INI     TO WRK-PASSO-HR-INI(FECH-PASSO)
               MOVE FECH-DT-FIM     TO WRK-PASSO-DT-FIM(FECH-PASSO)
                          WRK-PASSO-PROG(WRK-PASSO-NUM)
                  MOVE 8                       TO RETURN-CODE
            END-CALL
      *CANCEL PARA QUE UMA NOVA EXECUCAO DO FECHAMENTO NA MESMA SESSAO
      *DO MENUOPER ENCONTRE CADA PASSO COM A WORKING-STORAGE INICIAL
            CANCEL WRK-PASSO-PROG(WRK-PASSO-NUM)

            MOVE FUNCTION CURRENT-DATE(1:8)
              TO WRK-PASSO-DT-FIM(WRK-PASSO-NUM)
