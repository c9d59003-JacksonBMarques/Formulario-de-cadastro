      *-------------------------------------------------------------------------
      *SELECT DO CERTIFICADO DE ANONIMIZACAO (ANONCERT.TXT), GRAVADO
      *PELO ANONUSR A CADA EXECUCAO CONFIRMADA, COM O QUE FOI
      *ANONIMIZADO EM CADA ARQUIVO.
      *-------------------------------------------------------------------------
           SELECT ANONCERT ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\ANONCERT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-CERT-FS.
