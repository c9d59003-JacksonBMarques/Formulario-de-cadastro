      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO RELATORIO DE EXCECOES DA VARREDURA DE
      *QUALIDADE DOS CADASTROS (QUALUSR.TXT), GERADO PELO QUALUSR
      *-------------------------------------------------------------------------
       01 REG-QUAL-REL                   PIC X(132).
