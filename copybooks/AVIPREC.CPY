      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO ARQUIVO DE IMPRESSAO DOS AVISOS AO
      *CLIENTE (AVISOIMP.TXT), GERADO PELO AVISIMPR
      *-------------------------------------------------------------------------
       01 REG-AVISO-IMP                  PIC X(132).
