      *-------------------------------------------------------------------------
      *SELECT DE UMA GERACAO DE BACKUP DE UM ARQUIVO MESTRE, GRAVADA
      *PELO BKPGER E LIDA PELO BKPREST. O NOME DO ARQUIVO EH MONTADO
      *EM WRK-BKP-NOME PELO PROGRAMA (PREFIXO DO BKPNOM + NOME DO
      *ARQUIVO DE ORIGEM + '.G' + NUMERO DA POSICAO DA GERACAO).
      *-------------------------------------------------------------------------
           SELECT BKPARQ ASSIGN TO WRK-BKP-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-BKP-FS.
