      *-------------------------------------------------------------------------
      *SELECT DA FILA DE AVISOS REGRAVADA PELO AVISIMPR COM A MARCA DE
      *ENVIO ATUALIZADA. APOS A CONFERENCIA DO RODAPE, O OPERADOR
      *PROMOVE ESTE ARQUIVO A AVISOS.DAT (MESMO PROCEDIMENTO DO
      *CARTIMPR COM CARTABV.NEW).
      *-------------------------------------------------------------------------
           SELECT AVISO-NOVO ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\AVISOS.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-ANOVO-FS.
