      *-------------------------------------------------------------------------
      *SELECT DO NOVO RETRATO DE USER.DAT GRAVADO PELA EXTRACAO
      *INCREMENTAL NA OUTRA POSICAO. SO PASSA A VALER QUANDO O
      *DELTCTRL.DAT EH REGRAVADO APONTANDO PARA ELE. O NOME EH MONTADO
      *EM WRK-SNAPNOVO-NOME PELO PROGRAMA.
      *-------------------------------------------------------------------------
           SELECT SNAPNOVO ASSIGN TO WRK-SNAPNOVO-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-SNAPNOVO-FS.
