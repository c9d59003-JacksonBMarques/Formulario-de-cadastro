      *-------------------------------------------------------------------------
      *SELECT DA POLITICA DE SEGURANCA (POLITICA.DAT), COM AS REGRAS DE
      *SENHA, BLOQUEIO E IDADE MINIMA. LIDO PELO POLCARGA E ALTERADO
      *PELO POLMAINT.
      *-------------------------------------------------------------------------
           SELECT POLITICA ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\POLITICA.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-POL-FS.
