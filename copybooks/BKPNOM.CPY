      *-------------------------------------------------------------------------
      *PREFIXO (DIRETORIO) DAS GERACOES DE BACKUP DOS ARQUIVOS
      *MESTRES. O NOME COMPLETO EH MONTADO EM WRK-BKP-NOME PELO
      *PROGRAMA E USADO PELO SELECT DO BKPSEL. UMA MUDANCA DE
      *DIRETORIO EH FEITA APENAS AQUI.
      *-------------------------------------------------------------------------
       77 BKP-NOME-PREFIXO               PIC X(35) VALUE
          'D:\VIDA DE DEV\Desafios CAP\BACKUP\'.
