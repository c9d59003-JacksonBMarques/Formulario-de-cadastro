      *-------------------------------------------------------------------------
      *SELECT DO CADASTRO DE OPERADORES (OPERADOR.DAT), LIDO PELO
      *OPERLOG NA IDENTIFICACAO DO OPERADOR E MANTIDO PELO OPERMANT.
      *-------------------------------------------------------------------------
           SELECT OPERADOR ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\OPERADOR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WRK-OPR-FS.
