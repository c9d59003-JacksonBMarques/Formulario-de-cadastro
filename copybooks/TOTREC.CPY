      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO HISTORICO DE TOTAIS DE CONTROLE DE
      *USER.DAT (CTLTOT.DAT), GRAVADA PELO BALUSR A CADA EXECUCAO COM
      *OS TOTAIS APURADOS NO FECHAMENTO E A DIFERENCA DE CADA BALDE
      *CONTRA O ESPERADO (SALDO DE ABERTURA + MOVIMENTO DO PERIODO).
      *-------------------------------------------------------------------------
       01 REG-CTLTOT.
         03 TOT-DATA                   PIC 9(08).
         03 TOT-HORA                   PIC 9(06).
         03 TOT-TOTAL                  PIC 9(06).
         03 TOT-ATIVOS                 PIC 9(06).
         03 TOT-INATIVOS               PIC 9(06).
         03 TOT-BLOQUEADOS             PIC 9(06).
      *'I' PRIMEIRA CARGA (SEM SALDO ANTERIOR), 'B' BALANCEADO, 'D'
      *FORA DE BALANCO, 'A' FORA DE BALANCO COM A DIFERENCA ACEITA PELO
      *SUPERVISOR. SO 'I', 'B' E 'A' SERVEM DE SALDO DE ABERTURA.
         03 TOT-STATUS                 PIC X(01).
           88 TOT-CARGA-INICIAL        VALUE 'I'.
           88 TOT-BALANCEADO           VALUE 'B'.
           88 TOT-DIVERGENTE           VALUE 'D'.
           88 TOT-ACEITO               VALUE 'A'.
           88 TOT-ABERTURA-VALIDA      VALUES 'I' 'B' 'A'.
      *SUPERVISOR QUE ACEITOU A DIFERENCA (SOMENTE NO STATUS 'A')
         03 TOT-OPERADOR               PIC X(08).
      *DIFERENCA APURADO - ESPERADO DE CADA BALDE
         03 TOT-DIF-TOTAL              PIC S9(06) SIGN LEADING SEPARATE.
         03 TOT-DIF-ATIVOS             PIC S9(06) SIGN LEADING SEPARATE.
         03 TOT-DIF-INATIVOS           PIC S9(06) SIGN LEADING SEPARATE.
         03 TOT-DIF-BLOQUEADOS         PIC S9(06) SIGN LEADING SEPARATE.
