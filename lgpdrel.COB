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

       FD CARTA.
           COPY CARTAREC.
       77 WRK-REG-OK                     PIC X VALUE 'N'.
          88 REG-OK                      VALUE 'S' FALSE 'N'.
      *FILTRO DA SECAO DE AUDITORIA EM CURSO: 'S' = SOMENTE EVENTOS DE
      *LOGIN, 'N' = SOMENTE EVENTOS DE CADASTRO (INCLUSAO, RESET,
      *TROCA DE SENHA E DESATIVACAO MANUAL OU AUTOMATICA)
       77 WRK-FILTRO-LOGIN               PIC X VALUE 'N'.
          88 FILTRO-LOGIN                VALUE 'S' FALSE 'N'.
      *ANO INICIAL PARA A BUSCA NOS ARQUIVOS MORTOS DO AUDARCH (ZERO =
       77 WRK-ANO-ARQ-INI                PIC 9(04) VALUE ZERO.
       77 WRK-ANO                        PIC 9(04).
       77 WRK-HOJE-ANO                   PIC 9(04).
      *DESCRICAO DO CODIGO DE OPERACAO (AUD-OPER), QUE SEPARA A
      *EXCLUSAO MANUAL (MANTUSER) DA DESATIVACAO AUTOMATICA (DORMUSR)
       77 WRK-OPER-COD                   PIC X(01).
       77 WRK-OPER-DESC                  PIC X(16).
      *TOTAIS POR ARQUIVO, USADOS NO FECHO DO RELATORIO
       77 WRK-TOT-AUD-CAD                PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOT-AUD-LOG                PIC 9(06) COMP VALUE ZERO.

            PERFORM P7-CONCLUSAO THRU P7-CONCLUSAO-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
               ELSE
                  ADD 1                        TO WRK-TOT-AUD-CAD
               END-IF
               MOVE AUD-OPER                   TO WRK-OPER-COD
               PERFORM P9-DESCREVE-OPER THRU P9-DESCREVE-OPER-FIM
               DISPLAY AUD-DATA ' ' AUD-HORA ' ' AUD-ID-USUARIO ' '
                       FUNCTION TRIM(AUD-EMAIL) ' ' AUD-STATUS
                       ' OP=' AUD-OPER ' ' WRK-OPER-DESC
            END-IF
            PERFORM P3-LEIA-AUDITORIA
            .
               ELSE
                  ADD 1                        TO WRK-TOT-AUD-CAD
               END-IF
               MOVE ARQ-OPER                   TO WRK-OPER-COD
               PERFORM P9-DESCREVE-OPER THRU P9-DESCREVE-OPER-FIM
               DISPLAY ARQ-DATA ' ' ARQ-HORA ' ' ARQ-ID-USUARIO ' '
                       FUNCTION TRIM(ARQ-EMAIL) ' ' ARQ-STATUS
                       ' OP=' ARQ-OPER ' ' WRK-OPER-DESC
                       ' (ARQUIVO MORTO ' WRK-ANO ')'
            END-IF
            PERFORM P4-LEIA-AUDARQ
            .
            .
       P7-CONCLUSAO-FIM.

      *-------------------------------------------------------------------------
      *DESCRICAO DO CODIGO DE OPERACAO DA LINHA DE AUDITORIA (MESMA
      *TABELA DO AUDLIST)
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

       END PROGRAM LGPDREL.
