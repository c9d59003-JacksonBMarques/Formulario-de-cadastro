      *-------------------------------------------------------------------------
      *SELECT DO ARQUIVO DE IMPRESSAO DOS AVISOS AO CLIENTE
      *(AVISOIMP.TXT), GERADO PELO AVISIMPR COM UMA PAGINA POR AVISO.
      *-------------------------------------------------------------------------
           SELECT AVISOIMP ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\AVISOIMP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-AVIP-FS.
