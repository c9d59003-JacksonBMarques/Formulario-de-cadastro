      *-------------------------------------------------------------------------
      *SELECT DA FILA DE AVISOS AO CLIENTE REGRAVADA PELO ANONUSR COM
      *OS DADOS PESSOAIS DO TITULAR SUBSTITUIDOS PELO PSEUDONIMO. APOS
      *A CONFERENCIA DO CERTIFICADO, O OPERADOR PROMOVE ESTE ARQUIVO A
      *AVISOS.DAT.
      *-------------------------------------------------------------------------
           SELECT AVISO-LGPD ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\AVISOS.LGPD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-VLGPD-FS.
