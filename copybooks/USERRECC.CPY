      *-------------------------------------------------------------------------
      *LAYOUT ANTERIOR DO REGISTRO MESTRE DE USUARIOS (USER.DAT), DE
      *ANTES DA INCLUSAO DE DT-ULT-LOGIN. USADO APENAS PELO CONVUSR3
      *NA CONVERSAO UNICA PARA O LAYOUT NOVO.
      *-------------------------------------------------------------------------
       01 REG-USUARIO-ANT3.
         03 ANT3-ID-USUARIO            PIC 9(04).
         03 ANT3-E-MAIL                PIC X(100).
         03 ANT3-NOME.
            05 ANT3-FNAME              PIC X(50).
            05 ANT3-LNAME              PIC X(50).
         03 ANT3-PASSWORD              PIC X(100).
         03 ANT3-DT-SENHA              PIC 9(08).
         03 ANT3-TELEFONE              PIC X(100).
         03 ANT3-CPF                   PIC 9(11).
         03 ANT3-DT-NASCIMENTO         PIC 9(08).
         03 ANT3-QTD-TENT-FALHAS       PIC 9(02).
         03 ANT3-CONTA-BLOQ            PIC X(01).
           88 ANT3-CONTA-BLOQUEADA     VALUE 'S' FALSE 'N'.
         03 ANT3-SIT-CADASTRO          PIC X(01).
           88 ANT3-CADASTRO-ATIVO      VALUE 'A'.
           88 ANT3-CADASTRO-INATIVO    VALUE 'I'.
         03 ANT3-DT-DESATIVACAO        PIC 9(08).
