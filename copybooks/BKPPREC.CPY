      *-------------------------------------------------------------------------
      *LAYOUT DO PARAMETRO DE BACKUP (BKPPARM.DAT). SEM O ARQUIVO, O
      *BKPGER MANTEM 7 GERACOES.
      *-------------------------------------------------------------------------
       01 REG-BKPPARM.
         03 BKPP-QTD-GERACOES          PIC 9(02).
