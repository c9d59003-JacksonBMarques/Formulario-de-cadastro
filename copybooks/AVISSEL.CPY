      *-------------------------------------------------------------------------
      *SELECT DA FILA DE AVISOS AO CLIENTE (AVISOS.DAT): SENHA VENCIDA
      *OU A VENCER (PWDAGE), CONTA BLOQUEADA (LOGUSER/TROCSENH) E
      *CADASTRO DESATIVADO (MANTUSER E LOTE DO CREAUSER). FORMATADA E
      *MARCADA COMO ENVIADA PELO AVISIMPR.
      *-------------------------------------------------------------------------
           SELECT AVISO ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\AVISOS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-AVISO-FS.
