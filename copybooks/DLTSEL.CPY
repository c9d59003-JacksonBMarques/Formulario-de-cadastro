      *-------------------------------------------------------------------------
      *SELECT DO ARQUIVO DE EXTRACAO INCREMENTAL (USUDELTA.CSV), GERADO
      *PELO EXTDELTA COM OS CADASTROS INCLUIDOS, ALTERADOS,
      *DESATIVADOS OU EXPURGADOS DESDE A ULTIMA EXTRACAO.
      *-------------------------------------------------------------------------
           SELECT DELTA ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\USUDELTA.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-DLT-FS.
