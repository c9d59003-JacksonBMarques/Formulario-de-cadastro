      * Date: 21/08/2026
      * Purpose: RELATORIO/CONSULTA DA TRILHA DE AUDITORIA DE
      *          CADASTROS (AUDITORIA.DAT), COM FILTRO POR FAIXA DE
      *          DATA E TOTAIS DE SUCESSO/FALHA AGRUPADOS POR AUD-FS.
      *          CADA LINHA TRAZ A DESCRICAO DA OPERACAO (AUD-OPER),
      *          SEPARANDO A EXCLUSAO MANUAL DA DESATIVACAO AUTOMATICA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             10 WRK-FS-ITEM-QTD          PIC 9(06) COMP.
       77 WRK-FS-ACHOU                   PIC X VALUE 'N'.
          88 FS-ACHOU-OK                 VALUE 'S' FALSE 'N'.
      *DESCRICAO DO CODIGO DE OPERACAO (AUD-OPER) E TOTAIS DAS
      *DESATIVACOES MANUAIS (MANTUSER) E AUTOMATICAS (DORMUSR)
       77 WRK-OPER-COD                   PIC X(01).
       77 WRK-OPER-DESC                  PIC X(16).
       77 WRK-TOTAL-EXCLUSAO             PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-DORMENTE             PIC 9(06) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE AUDITORIA
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
                    '---------------------------------------'
            DISPLAY 'DATA     HORA   ID   E-MAIL'
                    '                                    ST OP'
                    '  DESCRICAO        OPERADOR'
            DISPLAY '---------------------------------------'
                    '---------------------------------------'
            .
                  ADD 1                        TO WRK-TOTAL-FALHA
                  PERFORM P4-ACUMULA-FS THRU P4-ACUMULA-FS-FIM
               END-IF
               IF AUD-OPER-EXCLUSAO
                  ADD 1                        TO WRK-TOTAL-EXCLUSAO
               END-IF
               IF AUD-OPER-DORMENTE
                  ADD 1                        TO WRK-TOTAL-DORMENTE
               END-IF

               MOVE AUD-OPER                   TO WRK-OPER-COD
               PERFORM P9-DESCREVE-OPER THRU P9-DESCREVE-OPER-FIM
               DISPLAY AUD-DATA ' ' AUD-HORA ' ' AUD-ID-USUARIO ' '
                       FUNCTION TRIM(AUD-EMAIL) ' ' AUD-STATUS ' '
                       AUD-OPER '  ' WRK-OPER-DESC ' ' AUD-OPERADOR
            END-IF
            PERFORM P3-LEIA-AUDITORIA
            .
            DISPLAY 'TOTAL DE LINHAS NO PERIODO  : ' WRK-TOTAL
            DISPLAY 'TOTAL DE SUCESSOS           : ' WRK-TOTAL-SUCESSO
            DISPLAY 'TOTAL DE FALHAS             : ' WRK-TOTAL-FALHA
            DISPLAY 'EXCLUSOES MANUAIS (E)       : '
                    WRK-TOTAL-EXCLUSAO
            DISPLAY 'DESATIVACOES AUTOMATICAS (D): '
                    WRK-TOTAL-DORMENTE
            DISPLAY 'FALHAS POR FILE STATUS (AUD-FS):'
            PERFORM P5-MOSTRA-FS THRU P5-MOSTRA-FS-FIM
                    VARYING WRK-FS-IDX FROM 1 BY 1
            .
       P5-MOSTRA-FS-FIM.

      *-------------------------------------------------------------------------
      *DESCRICAO DO CODIGO DE OPERACAO DA LINHA DE AUDITORIA
      *-------------------------------------------------------------------------
       P9-DESCREVE-OPER.
            EVALUATE WRK-OPER-COD
              WHEN 'C'
              WHEN ' '
                 MOVE 'CADASTRO'               TO WRK-OPER-DESC
              WHEN 'L'
                 MOVE 'LOGIN'                  TO WRK-OPER-DESC
              WHEN 'R'
                 MOVE 'RESET DE CONTA'         TO WRK-OPER-DESC
              WHEN 'T'
                 MOVE 'TROCA DE SENHA'         TO WRK-OPER-DESC
              WHEN 'E'
                 MOVE 'EXCLUSAO MANUAL'        TO WRK-OPER-DESC
              WHEN 'D'
                 MOVE 'DESATIV. AUTOM.'        TO WRK-OPER-DESC
              WHEN 'P'
                 MOVE 'EXPURGO'                TO WRK-OPER-DESC
              WHEN 'B'
                 MOVE 'BLOQUEIO'               TO WRK-OPER-DESC
              WHEN 'U'
                 MOVE 'DESBLOQUEIO'            TO WRK-OPER-DESC
              WHEN 'A'
                 MOVE 'ANONIMIZACAO'           TO WRK-OPER-DESC
              WHEN 'S'
                 MOVE 'POLITICA SEGUR.'        TO WRK-OPER-DESC
              WHEN 'M'
                 MOVE 'ALTERACAO DADOS'        TO WRK-OPER-DESC
              WHEN 'O'
                 MOVE 'MANUT. OPERADOR'        TO WRK-OPER-DESC
              WHEN OTHER
                 MOVE 'NAO IDENTIFICADA'       TO WRK-OPER-DESC
            END-EVALUATE
            .
       P9-DESCREVE-OPER-FIM.

       END PROGRAM AUDLIST.
