      *-------------------------------------------------------------------------
      *SELECT DO RETRATO DE USER.DAT TIRADO NA ULTIMA EXTRACAO
      *INCREMENTAL CONCLUIDA (POSICAO ATUAL DO DELTCTRL.DAT). O NOME EH
      *MONTADO EM WRK-SNAPANT-NOME PELO PROGRAMA.
      *-------------------------------------------------------------------------
           SELECT SNAPANT ASSIGN TO WRK-SNAPANT-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-SNAPANT-FS.
