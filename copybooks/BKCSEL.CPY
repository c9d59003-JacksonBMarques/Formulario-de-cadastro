      *-------------------------------------------------------------------------
      *SELECT DO CATALOGO DE BACKUPS (BKPCAT.DAT), REGRAVADO PELO
      *BKPGER A CADA GERACAO E CONSULTADO PELO BKPREST.
      *-------------------------------------------------------------------------
           SELECT BKPCAT ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\BKPCAT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-BKC-FS.
