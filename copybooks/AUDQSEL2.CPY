      *-------------------------------------------------------------------------
      *SELECT DE UM ARQUIVO MORTO ANUAL REGRAVADO PELO ANONUSR
      *(AUDARQ.AAAA.LGPD) COM OS DADOS PESSOAIS DO TITULAR
      *SUBSTITUIDOS PELO PSEUDONIMO. O NOME EH MONTADO EM
      *WRK-AQLGPD-NOME PELO PROGRAMA, UM ANO POR VEZ, A PARTIR DO
      *PREFIXO DO AUDQNOM. O OPERADOR O PROMOVE A AUDARQ.AAAA.DAT
      *APOS A CONFERENCIA DO CERTIFICADO.
      *-------------------------------------------------------------------------
           SELECT AUDARQ-LGPD ASSIGN TO WRK-AQLGPD-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-AQLGPD-FS.
