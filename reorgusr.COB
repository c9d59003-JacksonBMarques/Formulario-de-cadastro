                SIT-CADASTRO      BY NOVO-SIT-CADASTRO
                CADASTRO-ATIVO    BY NOVO-CADASTRO-ATIVO
                CADASTRO-INATIVO  BY NOVO-CADASTRO-INATIVO
                DT-DESATIVACAO    BY NOVO-DT-DESATIVACAO
                DT-ULT-LOGIN      BY NOVO-DT-ULT-LOGIN.

       WORKING-STORAGE SECTION.

       77 WRK-TOTAL-COPIADOS             PIC 9(06) COMP VALUE ZERO.
       77 WRK-MAIOR-ID                   PIC 9(04) VALUE ZERO.
       77 WRK-SLOTS-RECLAMADOS           PIC 9(06) COMP VALUE ZERO.
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'SB '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*   REORGANIZACAO DO ARQUIVO DE USUARIOS        *'
            DISPLAY '************************************************'

      *SOMENTE OPERADOR IDENTIFICADO, COM PERFIL PERMITIDO, USA ESTA
      *FUNCAO
            CALL 'OPERLOG' USING WRK-PERFIS-ACEITOS
                                 WRK-OPER-LIBERADO
            IF NOT OPERADOR-LIBERADO
               GOBACK
            END-IF

            PERFORM P1-REORGANIZA THRU P1-REORGANIZA-FIM
            PERFORM P2-RODAPE      THRU P2-RODAPE-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
