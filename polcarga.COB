      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: CARGA DA POLITICA DE SEGURANCA (POLITICA.DAT) PARA OS
      *          PROGRAMAS QUE VALIDAM SENHA, BLOQUEIAM CONTA, CONFEREM
      *          O HISTORICO DE SENHAS, VENCEM SENHAS OU VALIDAM A
      *          IDADE MINIMA. CHAMADO NO INICIO DE CADA UM DELES.
      *          DEVOLVE A POLITICA EM PAR-POLITICA (POLPARM), COM O
      *          VALOR PADRAO EM TODO CAMPO AUSENTE OU FORA DA FAIXA,
      *          PARA QUE UM REGISTRO DANIFICADO NUNCA DEIXE UMA REGRA
      *          SEM VALOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLCARGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY POLSEL.

       DATA DIVISION.
       FILE SECTION.

       FD POLITICA.
           COPY POLREC.

       WORKING-STORAGE SECTION.

       77 WRK-POL-FS                     PIC 99.
         88 POL-FS-OK                    VALUE 0.

       LINKAGE SECTION.
           COPY POLPARM.

       PROCEDURE DIVISION USING PAR-POLITICA.
       MAIN-PROCEDURE.

            PERFORM P1-PADRAO     THRU P1-PADRAO-FIM
            PERFORM P2-LE-POLITICA THRU P2-LE-POLITICA-FIM

            GOBACK
       .

      *-------------------------------------------------------------------------
      *VALORES PADRAO - AS MESMAS REGRAS EM USO ANTES DE EXISTIR O
      *ARQUIVO DE POLITICA
      *-------------------------------------------------------------------------
       P1-PADRAO.
            MOVE 8                             TO PAR-TAM-MINIMO
            MOVE 'S'                           TO PAR-EXIGE-MAIUSCULA
            MOVE 'S'                           TO PAR-EXIGE-MINUSCULA
            MOVE 'S'                           TO PAR-EXIGE-ESPECIAL
            MOVE 'S'                           TO PAR-EXIGE-NUMERO
            MOVE 5                             TO PAR-LIMITE-TENTATIVAS
            MOVE 5                             TO PAR-PROF-REUSO
            MOVE 90                            TO PAR-VALIDADE-DIAS
            MOVE 10                            TO PAR-ANTECEDENCIA
            MOVE 16                            TO PAR-IDADE-MINIMA
            MOVE ZERO                          TO PAR-DT-ALTERACAO
            MOVE ZERO                          TO PAR-HR-ALTERACAO
            MOVE SPACES                        TO PAR-OPERADOR
            MOVE 'P'                           TO PAR-ORIGEM
            .
       P1-PADRAO-FIM.

      *-------------------------------------------------------------------------
      *LE O REGISTRO UNICO DE POLITICA.DAT E APROVEITA CADA CAMPO QUE
      *ESTIVER DENTRO DA SUA FAIXA (FAIXAS DESCRITAS NO POLPARM)
      *-------------------------------------------------------------------------
       P2-LE-POLITICA.
            OPEN INPUT POLITICA
            IF WRK-POL-FS EQUAL 35
               GO TO P2-LE-POLITICA-FIM
            END-IF
            IF NOT POL-FS-OK
               DISPLAY 'ERRO AO ABRIR A POLITICA DE SEGURANCA, '
                       'VALENDO A POLITICA PADRAO'
               DISPLAY 'FILE STATUS: ' WRK-POL-FS
               GO TO P2-LE-POLITICA-FIM
            END-IF

            READ POLITICA
               AT END
                  CLOSE POLITICA
                  GO TO P2-LE-POLITICA-FIM
            END-READ
            CLOSE POLITICA
            MOVE 'A'                           TO PAR-ORIGEM

            IF POL-TAM-MINIMO IS NUMERIC
               AND POL-TAM-MINIMO >= 6 AND POL-TAM-MINIMO <= 20
               MOVE POL-TAM-MINIMO             TO PAR-TAM-MINIMO
            END-IF
            IF POL-EXIGE-MAIUSCULA EQUAL 'N'
               MOVE 'N'                        TO PAR-EXIGE-MAIUSCULA
            END-IF
            IF POL-EXIGE-MINUSCULA EQUAL 'N'
               MOVE 'N'                        TO PAR-EXIGE-MINUSCULA
            END-IF
            IF POL-EXIGE-ESPECIAL EQUAL 'N'
               MOVE 'N'                        TO PAR-EXIGE-ESPECIAL
            END-IF
            IF POL-EXIGE-NUMERO EQUAL 'N'
               MOVE 'N'                        TO PAR-EXIGE-NUMERO
            END-IF
            IF POL-LIMITE-TENTATIVAS IS NUMERIC
               AND POL-LIMITE-TENTATIVAS >= 1
               AND POL-LIMITE-TENTATIVAS <= 20
               MOVE POL-LIMITE-TENTATIVAS      TO PAR-LIMITE-TENTATIVAS
            END-IF
            IF POL-PROF-REUSO IS NUMERIC
               AND POL-PROF-REUSO >= 1 AND POL-PROF-REUSO <= 20
               MOVE POL-PROF-REUSO             TO PAR-PROF-REUSO
            END-IF
            IF POL-VALIDADE-DIAS IS NUMERIC
               AND POL-VALIDADE-DIAS >= 1 AND POL-VALIDADE-DIAS <= 3650
               MOVE POL-VALIDADE-DIAS          TO PAR-VALIDADE-DIAS
            END-IF
            IF POL-ANTECEDENCIA IS NUMERIC
               AND POL-ANTECEDENCIA < PAR-VALIDADE-DIAS
               MOVE POL-ANTECEDENCIA           TO PAR-ANTECEDENCIA
            END-IF
            IF PAR-ANTECEDENCIA NOT < PAR-VALIDADE-DIAS
               MOVE ZERO                       TO PAR-ANTECEDENCIA
            END-IF
            IF POL-IDADE-MINIMA IS NUMERIC
               AND POL-IDADE-MINIMA <= 119
               MOVE POL-IDADE-MINIMA           TO PAR-IDADE-MINIMA
            END-IF
            IF POL-DT-ALTERACAO IS NUMERIC
               MOVE POL-DT-ALTERACAO           TO PAR-DT-ALTERACAO
            END-IF
            IF POL-HR-ALTERACAO IS NUMERIC
               MOVE POL-HR-ALTERACAO           TO PAR-HR-ALTERACAO
            END-IF
            MOVE POL-OPERADOR                  TO PAR-OPERADOR
            .
       P2-LE-POLITICA-FIM.

       END PROGRAM POLCARGA.
