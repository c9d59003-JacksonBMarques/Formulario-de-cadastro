      *-------------------------------------------------------------------------
      *LAYOUT DO CONTROLE DA EXTRACAO INCREMENTAL (DELTCTRL.DAT): A
      *SEQUENCIA E A DATA/HORA DA ULTIMA EXTRACAO CONCLUIDA, A POSICAO
      *(A OU B) DO RETRATO DE USER.DAT TIRADO NELA E AS QUANTIDADES
      *ENVIADAS POR ACAO. SEM O ARQUIVO, A PROXIMA EXTRACAO EH A CARGA
      *COMPLETA DE SEQUENCIA 1.
      *-------------------------------------------------------------------------
       01 REG-DELTACTL.
         03 DCTL-SEQ                   PIC 9(06).
         03 DCTL-DATA                  PIC 9(08).
         03 DCTL-HORA                  PIC 9(06).
         03 DCTL-POSICAO               PIC X(01).
           88 DCTL-POSICAO-A           VALUE 'A'.
           88 DCTL-POSICAO-B           VALUE 'B'.
         03 DCTL-QTD-INC               PIC 9(06).
         03 DCTL-QTD-ALT               PIC 9(06).
         03 DCTL-QTD-DES               PIC 9(06).
         03 DCTL-QTD-EXP               PIC 9(06).
