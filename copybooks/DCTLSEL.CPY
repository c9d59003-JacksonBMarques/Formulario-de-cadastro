      *-------------------------------------------------------------------------
      *SELECT DO CONTROLE DA EXTRACAO INCREMENTAL (DELTCTRL.DAT), COM
      *O PONTO DA ULTIMA EXTRACAO CONCLUIDA. LIDO E REGRAVADO PELO
      *EXTDELTA SOMENTE APOS UMA EXTRACAO BEM-SUCEDIDA.
      *-------------------------------------------------------------------------
           SELECT DELTACTL ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\DELTCTRL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-DCTL-FS.
