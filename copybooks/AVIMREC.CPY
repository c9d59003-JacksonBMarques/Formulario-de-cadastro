      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO ARQUIVO DE ENTREGA AO GATEWAY DE E-MAIL
      *(AVISOMAIL.TXT): DESTINATARIO, ASSUNTO E TEXTO SEPARADOS POR
      *PONTO E VIRGULA
      *-------------------------------------------------------------------------
       01 REG-AVISO-MAIL                 PIC X(400).
