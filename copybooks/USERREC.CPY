           88 CADASTRO-ATIVO           VALUE 'A'.
           88 CADASTRO-INATIVO         VALUE 'I'.
         03 DT-DESATIVACAO             PIC 9(08).
      *DATA DO ULTIMO LOGIN BEM-SUCEDIDO NO LOGUSER, USADA PELA
      *VARREDURA DE CADASTROS DORMENTES (DORMUSR). ZERO SIGNIFICA
      *"NUNCA LOGOU": EH O VALOR NA INCLUSAO E O QUE O CONVUSR3 GRAVA
      *NOS CADASTROS CONVERTIDOS DO LAYOUT ANTERIOR.
         03 DT-ULT-LOGIN               PIC 9(08).
