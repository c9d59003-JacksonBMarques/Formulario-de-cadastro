      *-------------------------------------------------------------------------
      *SELECT DO RELATORIO DO BALANCEAMENTO DIARIO DE USER.DAT
      *(BALUSR.TXT), GERADO PELO BALUSR.
      *-------------------------------------------------------------------------
           SELECT BALREL ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\BALUSR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-BAL-FS.
