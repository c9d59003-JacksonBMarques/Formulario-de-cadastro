      *-------------------------------------------------------------------------
      *SELECT DA TRILHA DE AUDITORIA REGRAVADA PELO ANONUSR COM OS
      *DADOS PESSOAIS DO TITULAR SUBSTITUIDOS PELO PSEUDONIMO E COM AS
      *LINHAS DA PROPRIA ANONIMIZACAO NO FIM. APOS A CONFERENCIA DO
      *CERTIFICADO, O OPERADOR PROMOVE ESTE ARQUIVO A AUDITORIA.DAT
      *(MESMO PROCEDIMENTO DO AUDARCH COM AUDITORIA.NEW).
      *-------------------------------------------------------------------------
           SELECT AUDITORIA-LGPD ASSIGN TO
           'D:\VIDA DE DEV\Desafios CAP\AUDITORIA.LGPD'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-ALGPD-FS.
