      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO RELATORIO DO BALANCEAMENTO DIARIO DE
      *USER.DAT (BALUSR.TXT), GERADO PELO BALUSR
      *-------------------------------------------------------------------------
       01 REG-BAL-REL                    PIC X(132).
