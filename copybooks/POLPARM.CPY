      *-------------------------------------------------------------------------
      *POLITICA DE SEGURANCA EM VIGOR, PREENCHIDA PELO POLCARGA A PARTIR
      *DE POLITICA.DAT. OS PROGRAMAS QUE VALIDAM SENHA, BLOQUEIAM CONTA,
      *CONFEREM O HISTORICO DE SENHAS, VENCEM SENHAS OU VALIDAM A IDADE
      *MINIMA LEEM AS REGRAS DAQUI, E NAO DE CONSTANTES PROPRIAS.
      *FAIXAS ACEITAS E PADRAO (QUANDO O ARQUIVO OU O CAMPO FALTA):
      *  TAMANHO MINIMO DA SENHA ........ 06 A 20    PADRAO 08
      *  EXIGENCIA DE CADA CLASSE ....... S OU N     PADRAO S
      *  TENTATIVAS ATE O BLOQUEIO ...... 01 A 20    PADRAO 05
      *  SENHAS ANTERIORES RECUSADAS .... 01 A 20    PADRAO 05
      *  VALIDADE DA SENHA EM DIAS ...... 1 A 3650   PADRAO 90
      *  AVISO ANTES DO VENCIMENTO ...... 0 A VALID. PADRAO 10
      *  IDADE MINIMA DO TITULAR ........ 0 A 119    PADRAO 16
      *-------------------------------------------------------------------------
       01 PAR-POLITICA.
         03 PAR-TAM-MINIMO             PIC 9(02).
         03 PAR-EXIGE-MAIUSCULA        PIC X(01).
           88 PAR-MAIUSCULA-OBRIG      VALUE 'S'.
         03 PAR-EXIGE-MINUSCULA        PIC X(01).
           88 PAR-MINUSCULA-OBRIG      VALUE 'S'.
         03 PAR-EXIGE-ESPECIAL         PIC X(01).
           88 PAR-ESPECIAL-OBRIG       VALUE 'S'.
         03 PAR-EXIGE-NUMERO           PIC X(01).
           88 PAR-NUMERO-OBRIG         VALUE 'S'.
         03 PAR-LIMITE-TENTATIVAS      PIC 9(02).
         03 PAR-PROF-REUSO             PIC 9(02).
         03 PAR-VALIDADE-DIAS          PIC 9(05).
         03 PAR-ANTECEDENCIA           PIC 9(05).
         03 PAR-IDADE-MINIMA           PIC 9(03).
         03 PAR-DT-ALTERACAO           PIC 9(08).
         03 PAR-HR-ALTERACAO           PIC 9(06).
         03 PAR-OPERADOR               PIC X(08).
      *'A' = POLITICA LIDA DE POLITICA.DAT, 'P' = ARQUIVO AUSENTE,
      *VALORES PADRAO
         03 PAR-ORIGEM                 PIC X(01).
           88 PAR-DO-ARQUIVO           VALUE 'A'.
           88 PAR-PADRAO               VALUE 'P'.
