      *-------------------------------------------------------------------------
      *SELECT DO ARQUIVO MESTRE DE USUARIOS NO LAYOUT ANTERIOR (DE
      *ANTES DA INCLUSAO DE DT-ULT-LOGIN), LIDO PELO CONVUSR3 NA
      *CONVERSAO UNICA PARA O LAYOUT NOVO.
      *-------------------------------------------------------------------------
           SELECT USUARIO-ANT3 ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\USER.DAT'
           ORGANISATION IS INDEXED
           ACCESS  MODE IS DYNAMIC
           RECORD KEY IS ANT3-ID-USUARIO
           FILE STATUS IS WRK-ANT3-FS.
