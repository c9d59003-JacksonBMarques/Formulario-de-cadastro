      *-------------------------------------------------------------------------
      *SELECT DO RELATORIO DE PROVAVEIS PESSOAS DUPLICADAS
      *(PESSDUP.TXT), GERADO PELO PESSDUP.
      *-------------------------------------------------------------------------
           SELECT PDUPREL ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\PESSDUP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-PDUP-FS.
