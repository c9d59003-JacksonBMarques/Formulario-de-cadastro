                AUD-OPER-CADASTRO   BY NAUD-OPER-CADASTRO
                AUD-OPER-LOGIN      BY NAUD-OPER-LOGIN
                AUD-OPER-RESET      BY NAUD-OPER-RESET
                AUD-OPER-TROCA-SENHA BY NAUD-OPER-TROCA-SENHA
                AUD-OPER-EXCLUSAO   BY NAUD-OPER-EXCLUSAO
                AUD-OPER-DORMENTE   BY NAUD-OPER-DORMENTE
                AUD-OPER-EXPURGO    BY NAUD-OPER-EXPURGO
                AUD-OPER-BLOQUEIO   BY NAUD-OPER-BLOQUEIO
                AUD-OPER-DESBLOQUEIO BY NAUD-OPER-DESBLOQUEIO
                AUD-OPER-ANONIMIZACAO BY NAUD-OPER-ANONIMIZACAO
                AUD-OPER-POLITICA   BY NAUD-OPER-POLITICA
                AUD-OPER-ALTERACAO  BY NAUD-OPER-ALTERACAO
                AUD-OPER-OPERADOR   BY NAUD-OPER-OPERADOR
                AUD-OPERADOR        BY NAUD-OPERADOR.

       FD AUDARQ.
           COPY AUDREC REPLACING
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

       WORKING-STORAGE SECTION.

               PERFORM P3-RODAPE  THRU P3-RODAPE-FIM
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
