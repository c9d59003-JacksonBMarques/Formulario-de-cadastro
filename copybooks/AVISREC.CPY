      *-------------------------------------------------------------------------
      *LAYOUT DE UM AVISO AO CLIENTE NA FILA DE AVISOS (AVISOS.DAT),
      *UM REGISTRO POR AVISO. AVISO-REFERENCIA GUARDA A DATA QUE
      *ORIGINOU O AVISO (DT-SENHA NOS AVISOS DE SENHA, PARA QUE O
      *PWDAGE NAO REPITA O MESMO AVISO A CADA FECHAMENTO).
      *-------------------------------------------------------------------------
       01 REG-AVISO.
         03 AVISO-TIPO                 PIC X(01).
           88 AVISO-SENHA-VENCIDA      VALUE 'V'.
           88 AVISO-SENHA-A-VENCER     VALUE 'A'.
           88 AVISO-CONTA-BLOQUEADA    VALUE 'B'.
           88 AVISO-DESATIVACAO        VALUE 'D'.
         03 AVISO-ID-USUARIO           PIC 9(04).
         03 AVISO-EMAIL                PIC X(100).
         03 AVISO-NOME                 PIC X(101).
         03 AVISO-DATA                 PIC 9(08).
         03 AVISO-REFERENCIA           PIC 9(08).
         03 AVISO-TEXTO                PIC X(170).
      *O AVISIMPR MARCA 'S' AO FORMATAR O AVISO, PARA QUE NINGUEM SEJA
      *AVISADO DUAS VEZES.
         03 AVISO-ENVIADO              PIC X(01).
           88 AVISO-JA-ENVIADO         VALUE 'S'.
