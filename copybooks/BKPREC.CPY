      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DE UMA GERACAO DE BACKUP: O REGISTRO DO
      *ARQUIVO DE ORIGEM COPIADO COMO ESTA (USER.DAT, AUDITORIA.DAT,
      *SENHIST.DAT, CARTABV.DAT, DOMINIO.DAT OU DDD.DAT). O TAMANHO
      *COMPORTA O MAIOR DESSES REGISTROS (REG-USUARIO).
      *-------------------------------------------------------------------------
       01 REG-BKPARQ.
         03 BKP-LINHA                  PIC X(500).
