      *-------------------------------------------------------------------------
      *SELECT DO ARQUIVO DE CARTAS DE BOAS-VINDAS REGRAVADO PELO
      *ANONUSR COM OS DADOS PESSOAIS DO TITULAR SUBSTITUIDOS PELO
      *PSEUDONIMO. APOS A CONFERENCIA DO CERTIFICADO, O OPERADOR
      *PROMOVE ESTE ARQUIVO A CARTABV.DAT.
      *-------------------------------------------------------------------------
           SELECT CARTA-LGPD ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\CARTABV.LGPD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-CLGPD-FS.
