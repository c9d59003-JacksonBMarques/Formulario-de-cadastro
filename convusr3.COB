      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: CONVERSAO UNICA DO ARQUIVO MESTRE DE USUARIOS
      *          (USER.DAT) DO LAYOUT ANTERIOR PARA O LAYOUT NOVO, QUE
      *          INCLUI DT-ULT-LOGIN. LE O ARQUIVO NO LAYOUT ANTERIOR E
      *          REGRAVA CADA REGISTRO NO LAYOUT NOVO, COM A DATA DO
      *          ULTIMO LOGIN ZERADA - CADASTRO AINDA SEM LOGIN
      *          REGISTRADO (MESMO PROCEDIMENTO DO CONVUSR2 NA
      *          CONVERSAO ANTERIOR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVUSR3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSELC.
               COPY USERSEL2.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIO-ANT3.
           COPY USERRECC.

       FD USUARIO-NOVO.
           COPY USERREC REPLACING
                REG-USUARIO       BY REG-USUARIO-NOVO
                ID-USUARIO        BY NOVO-ID-USUARIO
                E-MAIL            BY NOVO-E-MAIL
                NOME              BY NOVO-NOME
                FNAME             BY NOVO-FNAME
                LNAME             BY NOVO-LNAME
                PASSWORD          BY NOVO-PASSWORD
                DT-SENHA          BY NOVO-DT-SENHA
                TELEFONE          BY NOVO-TELEFONE
                CPF               BY NOVO-CPF
                DT-NASCIMENTO     BY NOVO-DT-NASCIMENTO
                QTD-TENT-FALHAS   BY NOVO-QTD-TENT-FALHAS
                CONTA-BLOQ        BY NOVO-CONTA-BLOQ
                CONTA-BLOQUEADA   BY NOVO-CONTA-BLOQUEADA
                SIT-CADASTRO      BY NOVO-SIT-CADASTRO
                CADASTRO-ATIVO    BY NOVO-CADASTRO-ATIVO
                CADASTRO-INATIVO  BY NOVO-CADASTRO-INATIVO
                DT-DESATIVACAO    BY NOVO-DT-DESATIVACAO
                DT-ULT-LOGIN      BY NOVO-DT-ULT-LOGIN.

       WORKING-STORAGE SECTION.

       77 WRK-ANT3-FS                    PIC 99.
         88 ANT3-FS-OK                   VALUE 0.
       77 WRK-NOVO-FS                    PIC 99.
         88 NOVO-FS-OK                   VALUE 0.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 USUARIO-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-TOTAL-LIDOS                PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-CONVERTIDOS          PIC 9(06) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   CONVERSAO DO ARQUIVO DE USUARIOS (V3)       *'
            DISPLAY '************************************************'

            PERFORM P1-CONVERTE THRU P1-CONVERTE-FIM
            PERFORM P2-RODAPE   THRU P2-RODAPE-FIM

            STOP RUN
       .

      *-------------------------------------------------------------------------
      *LE USER.DAT NO LAYOUT ANTERIOR, SEQUENCIALMENTE, E REGRAVA CADA
      *REGISTRO NO NOVO ARQUIVO INDEXADO JA NO LAYOUT NOVO
      *-------------------------------------------------------------------------
       P1-CONVERTE.
            MOVE 'N'                           TO WRK-EOF
            OPEN INPUT USUARIO-ANT3
            IF WRK-ANT3-FS EQUAL 35
               DISPLAY 'NENHUM USUARIO CADASTRADO, NADA A CONVERTER.'
            ELSE
               IF NOT ANT3-FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                  DISPLAY 'FILE STATUS: ' WRK-ANT3-FS
               ELSE
                  OPEN OUTPUT USUARIO-NOVO
                  IF NOT NOVO-FS-OK
                     DISPLAY 'ERRO AO CRIAR O ARQUIVO CONVERTIDO'
                     DISPLAY 'FILE STATUS: ' WRK-NOVO-FS
                     CLOSE USUARIO-ANT3
                  ELSE
                     PERFORM P1-LEIA-USUARIO
                     PERFORM P1-COPIA-USUARIO
                             THRU P1-COPIA-USUARIO-FIM
                             UNTIL USUARIO-EOF
                     CLOSE USUARIO-ANT3
                     CLOSE USUARIO-NOVO
                  END-IF
               END-IF
            END-IF
            .
       P1-CONVERTE-FIM.
       P1-LEIA-USUARIO.
            READ USUARIO-ANT3 NEXT RECORD
               AT END MOVE 'S'                 TO WRK-EOF
            END-READ
            .
       P1-COPIA-USUARIO.
            ADD 1                              TO WRK-TOTAL-LIDOS

            MOVE ANT3-ID-USUARIO               TO NOVO-ID-USUARIO
            MOVE ANT3-E-MAIL                   TO NOVO-E-MAIL
            MOVE ANT3-FNAME                    TO NOVO-FNAME
            MOVE ANT3-LNAME                    TO NOVO-LNAME
            MOVE ANT3-PASSWORD                 TO NOVO-PASSWORD
            MOVE ANT3-DT-SENHA                 TO NOVO-DT-SENHA
            MOVE ANT3-TELEFONE                 TO NOVO-TELEFONE
            MOVE ANT3-CPF                      TO NOVO-CPF
            MOVE ANT3-DT-NASCIMENTO            TO NOVO-DT-NASCIMENTO
            MOVE ANT3-QTD-TENT-FALHAS          TO NOVO-QTD-TENT-FALHAS
            MOVE ANT3-CONTA-BLOQ               TO NOVO-CONTA-BLOQ
            MOVE ANT3-SIT-CADASTRO             TO NOVO-SIT-CADASTRO
            MOVE ANT3-DT-DESATIVACAO           TO NOVO-DT-DESATIVACAO
            MOVE ZERO                          TO NOVO-DT-ULT-LOGIN

            WRITE REG-USUARIO-NOVO
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR REGISTRO CONVERTIDO - '
                          'ID-USUARIO: ' ANT3-ID-USUARIO
               NOT INVALID KEY
                  ADD 1                        TO WRK-TOTAL-CONVERTIDOS
            END-WRITE

            PERFORM P1-LEIA-USUARIO
            .
       P1-COPIA-USUARIO-FIM.

      *-------------------------------------------------------------------------
      *RODAPE COM OS TOTAIS DA CONVERSAO
      *-------------------------------------------------------------------------
       P2-RODAPE.
            DISPLAY '------------------------------------------------'
            DISPLAY 'REGISTROS LIDOS DE USER.DAT        : '
                    WRK-TOTAL-LIDOS
            DISPLAY 'REGISTROS CONVERTIDOS              : '
                    WRK-TOTAL-CONVERTIDOS
            DISPLAY '------------------------------------------------'
            DISPLAY 'ARQUIVO CONVERTIDO GRAVADO EM USER.DAT.NEW - '
                    'APOS CONFERENCIA, PROMOVA-O PARA USER.DAT'
            .
       P2-RODAPE-FIM.

       END PROGRAM CONVUSR3.
