      *-------------------------------------------------------------------------
      *SELECT DO HISTORICO DE HASHES DE SENHA REGRAVADO PELO ANONUSR
      *COM OS HASHES DO TITULAR SUBSTITUIDOS PELO PSEUDONIMO. APOS A
      *CONFERENCIA DO CERTIFICADO, O OPERADOR PROMOVE ESTE ARQUIVO A
      *SENHIST.DAT.
      *-------------------------------------------------------------------------
           SELECT SENHIST-LGPD ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\SENHIST.LGPD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-HLGPD-FS.
