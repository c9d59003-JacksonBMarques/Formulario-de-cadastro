      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO RELATORIO DE PROVAVEIS PESSOAS DUPLICADAS
      *(PESSDUP.TXT), GERADO PELO PESSDUP
      *-------------------------------------------------------------------------
       01 REG-PDUP-REL                   PIC X(132).
