      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DO RETRATO DE USER.DAT DA EXTRACAO
      *INCREMENTAL: OS CAMPOS EXPORTADOS E A SITUACAO DO CADASTRO, EM
      *ORDEM DE ID-USUARIO (A MESMA DA LEITURA SEQUENCIAL DE USER.DAT).
      *-------------------------------------------------------------------------
       01 REG-SNAPSHOT.
         03 SNP-ID-USUARIO             PIC 9(04).
         03 SNP-E-MAIL                 PIC X(100).
         03 SNP-FNAME                  PIC X(50).
         03 SNP-LNAME                  PIC X(50).
         03 SNP-TELEFONE               PIC X(100).
         03 SNP-SIT-CADASTRO           PIC X(01).
