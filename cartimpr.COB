            PERFORM P1-IMPRIME THRU P1-IMPRIME-FIM
            PERFORM P4-RODAPE  THRU P4-RODAPE-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
