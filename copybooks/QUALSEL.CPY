      *-------------------------------------------------------------------------
      *SELECT DO RELATORIO DE EXCECOES DA VARREDURA DE QUALIDADE DOS
      *CADASTROS (QUALUSR.TXT), GERADO PELO QUALUSR.
      *-------------------------------------------------------------------------
           SELECT QUALREL ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\QUALUSR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-QUAL-FS.
