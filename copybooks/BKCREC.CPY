      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO CATALOGO DE BACKUPS (BKPCAT.DAT), UMA
      *POR ARQUIVO COPIADO EM CADA GERACAO, COM A QUANTIDADE DE
      *REGISTROS COPIADOS. O BKPREST CONFERE ESTA QUANTIDADE DEPOIS DE
      *RESTAURAR O ARQUIVO.
      *-------------------------------------------------------------------------
       01 REG-BKPCAT.
         03 BKC-GERACAO                PIC 9(05).
         03 BKC-DATA                   PIC 9(08).
         03 BKC-HORA                   PIC 9(06).
         03 BKC-ARQUIVO                PIC X(14).
      *POSICAO DA GERACAO (SUFIXO .GNN DO NOME DA COPIA). AS POSICOES
      *SAO REUTILIZADAS EM RODIZIO, POR ISSO O CATALOGO SO GUARDA AS
      *GERACOES MAIS RECENTES.
         03 BKC-POSICAO                PIC 9(02).
         03 BKC-QTD-REG                PIC 9(07).
         03 BKC-STATUS                 PIC X(01).
           88 BKC-COPIA-OK             VALUE 'S'.
           88 BKC-COPIA-FALHOU         VALUE 'F'.
           88 BKC-ORIGEM-AUSENTE       VALUE 'A'.
