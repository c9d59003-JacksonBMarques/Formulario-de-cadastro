      *-------------------------------------------------------------------------
      *SELECT DO HISTORICO DE TOTAIS DE CONTROLE DE USER.DAT
      *(CTLTOT.DAT), UMA LINHA POR FECHAMENTO DO BALANCEAMENTO DIARIO,
      *GRAVADA PELO BALUSR. O SALDO DE ABERTURA DE UM DIA EH O ULTIMO
      *FECHAMENTO ACEITO GRAVADO AQUI.
      *-------------------------------------------------------------------------
           SELECT CTLTOT ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\CTLTOT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-TOT-FS.
