      *-------------------------------------------------------------------------
      *LAYOUT DO REGISTRO DO CADASTRO DE OPERADORES (OPERADOR.DAT).
      *A SENHA EH GRAVADA COM O MESMO HASH DO P6-HASH-SENHA DO
      *CREAUSER. OPR-DT-SENHA ZERADA MARCA UMA SENHA TEMPORARIA
      *EMITIDA PELO OPERMANT, QUE O OPERLOG OBRIGA A TROCAR NA
      *PRIMEIRA IDENTIFICACAO (MESMA IDEIA DO SUPPUSER/LOGUSER).
      *-------------------------------------------------------------------------
       01 REG-OPERADOR.
         03 OPR-ID                     PIC X(08).
         03 OPR-NOME                   PIC X(40).
         03 OPR-SENHA                  PIC X(100).
      *PERFIL DE ACESSO: DEFINE QUAIS FUNCOES O MENUOPER OFERECE E
      *QUAIS PROGRAMAS O OPERLOG LIBERA
         03 OPR-PERFIL                 PIC X(01).
           88 OPR-ATENDIMENTO          VALUE 'A'.
           88 OPR-SUPERVISOR           VALUE 'S'.
           88 OPR-BATCH                VALUE 'B'.
           88 OPR-PERFIL-VALIDO        VALUES 'A' 'S' 'B'.
         03 OPR-SIT                    PIC X(01).
           88 OPR-ATIVO                VALUE 'A'.
           88 OPR-INATIVO              VALUE 'I'.
         03 OPR-QTD-TENT-FALHAS        PIC 9(01).
         03 OPR-BLOQ                   PIC X(01).
           88 OPR-BLOQUEADO            VALUE 'S' FALSE 'N'.
         03 OPR-DT-SENHA               PIC 9(08).
         03 OPR-DT-ULT-ACESSO          PIC 9(08).
