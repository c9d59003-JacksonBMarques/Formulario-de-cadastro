      *-------------------------------------------------------------------------
      *LAYOUT DO REGISTRO UNICO DA POLITICA DE SEGURANCA (POLITICA.DAT).
      *SEM O ARQUIVO, OU COM UM CAMPO FORA DA FAIXA, O POLCARGA USA O
      *VALOR PADRAO DAQUELE CAMPO (VER POLPARM).
      *-------------------------------------------------------------------------
       01 REG-POLITICA.
         03 POL-TAM-MINIMO             PIC 9(02).
         03 POL-EXIGE-MAIUSCULA        PIC X(01).
         03 POL-EXIGE-MINUSCULA        PIC X(01).
         03 POL-EXIGE-ESPECIAL         PIC X(01).
         03 POL-EXIGE-NUMERO           PIC X(01).
         03 POL-LIMITE-TENTATIVAS      PIC 9(02).
         03 POL-PROF-REUSO             PIC 9(02).
         03 POL-VALIDADE-DIAS          PIC 9(05).
         03 POL-ANTECEDENCIA           PIC 9(05).
         03 POL-IDADE-MINIMA           PIC 9(03).
      *DATA, HORA E OPERADOR DA ULTIMA ALTERACAO FEITA NO POLMAINT
         03 POL-DT-ALTERACAO           PIC 9(08).
         03 POL-HR-ALTERACAO           PIC 9(06).
         03 POL-OPERADOR               PIC X(08).
