      *-------------------------------------------------------------------------
      *PREFIXO DO NOME DOS RETRATOS DE USER.DAT DA EXTRACAO INCREMENTAL
      *(USUSNAP.A.DAT E USUSNAP.B.DAT). O NOME COMPLETO EH MONTADO PELO
      *PROGRAMA (PREFIXO + POSICAO + '.DAT') E USADO PELOS SELECTS DO
      *SNAPSEL E DO SNAPSEL2. UMA MUDANCA DE DIRETORIO EH FEITA APENAS
      *AQUI.
      *-------------------------------------------------------------------------
       77 SNAP-NOME-PREFIXO              PIC X(36) VALUE
          'D:\VIDA DE DEV\Desafios CAP\USUSNAP.'.
