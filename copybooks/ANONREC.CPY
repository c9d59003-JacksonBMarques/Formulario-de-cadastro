      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO CERTIFICADO DE ANONIMIZACAO
      *(ANONCERT.TXT).
      *-------------------------------------------------------------------------
       01 REG-ANON-CERT                  PIC X(132).
