      *-------------------------------------------------------------------------
      *SESSAO DO OPERADOR IDENTIFICADO PELO OPERLOG. AREA EXTERNAL,
      *COMPARTILHADA POR TODOS OS PROGRAMAS DA MESMA EXECUCAO: O
      *MENUOPER IDENTIFICA O OPERADOR UMA VEZ E OS PROGRAMAS CHAMADOS
      *POR ELE ENCONTRAM A SESSAO JA ABERTA. SES-OPERADOR EH GRAVADO
      *EM AUD-OPERADOR NAS LINHAS DE AUDITORIA.
      *-------------------------------------------------------------------------
       01 SESSAO-OPERADOR IS EXTERNAL.
         03 SES-STATUS                 PIC X(01).
           88 SESSAO-ABERTA            VALUE 'S'.
         03 SES-OPERADOR               PIC X(08).
         03 SES-PERFIL                 PIC X(01).
           88 SES-ATENDIMENTO          VALUE 'A'.
           88 SES-SUPERVISOR           VALUE 'S'.
           88 SES-BATCH                VALUE 'B'.
