         03 CKPT-LOTE-INC              PIC 9(04).
         03 CKPT-LOTE-ALT              PIC 9(04).
         03 CKPT-LOTE-EXC              PIC 9(04).
      *INCLUSOES E EXCLUSOES DE LOTE ACUMULADAS DESDE O ULTIMO
      *FECHAMENTO DO BALANCEAMENTO DIARIO (BALUSR). NAO SAO ZERADAS NO
      *FIM DE CADA LOTE, SOMENTE PELO BALUSR AO REGISTRAR O FECHAMENTO.
         03 CKPT-MOV-INC               PIC 9(06).
         03 CKPT-MOV-EXC               PIC 9(06).
