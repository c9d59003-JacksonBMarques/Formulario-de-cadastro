      *-------------------------------------------------------------------------
      *SELECT DO PARAMETRO DE BACKUP (BKPPARM.DAT), COM A QUANTIDADE
      *DE GERACOES MANTIDAS. LIDO PELO BKPGER E ALTERADO PELO
      *BKPREST.
      *-------------------------------------------------------------------------
           SELECT BKPPARM ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\BKPPARM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-BKPP-FS.
