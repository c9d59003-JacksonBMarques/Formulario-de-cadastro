      *-------------------------------------------------------------------------
      *SELECT DO ARQUIVO DE ENTREGA DOS AVISOS AO GATEWAY DE E-MAIL
      *(AVISOMAIL.TXT), GERADO PELO AVISIMPR COM UMA LINHA POR AVISO.
      *-------------------------------------------------------------------------
           SELECT AVISOMAIL ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\AVISOMAIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-AVIM-FS.
