               COPY DDDSEL.
               COPY TRANSEL.
               COPY AUDSEL.
               COPY AVISSEL.
               COPY CKPTSEL.
               COPY CARTASEL.

       FD AUDITORIA.
           COPY AUDREC.

       FD AVISO.
           COPY AVISREC.

       FD CHECKPOINT.
           COPY CKPTREC.

       77 WRK-LOTE-INC                      PIC 9(04) COMP VALUE ZERO.
       77 WRK-LOTE-ALT                      PIC 9(04) COMP VALUE ZERO.
       77 WRK-LOTE-EXC                      PIC 9(04) COMP VALUE ZERO.
      *INCLUSOES/EXCLUSOES DE LOTE ACUMULADAS DESDE O ULTIMO FECHAMENTO
      *DO BALANCEAMENTO DIARIO (BALUSR), GUARDADAS EM LOTECTRL.DAT
       77 WRK-MOV-INC                       PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOV-EXC                       PIC 9(06) COMP VALUE ZERO.
      *CHAVE DA TRANSACAO USADA NO CHECKPOINT (TRAN-EMAIL OU, QUANDO
      *EM BRANCO, TRAN-CPF)
       77 WRK-TRAN-CHAVE                    PIC X(100).
                SIT-CADASTRO      BY SALVA-SIT-CADASTRO
                CADASTRO-ATIVO    BY SALVA-CADASTRO-ATIVO
                CADASTRO-INATIVO  BY SALVA-CADASTRO-INATIVO
                DT-DESATIVACAO    BY SALVA-DT-DESATIVACAO
                DT-ULT-LOGIN      BY SALVA-DT-ULT-LOGIN.
      *VARIAVEIS DE REVALIDACAO DE SENHA/TELEFONE/DOMINIO NO LOTE
       77 WRK-SENHA-OK                      PIC X VALUE 'N'.
          88 SENHA-OK                       VALUE 'S' FALSE 'N'.
         88 AUD-FS-OK                       VALUE 0.
       77 WRK-AUD-ID                        PIC 9(04).
       77 WRK-AUD-STATUS                    PIC X(01).
      *VARIAVEIS DA FILA DE AVISOS AO CLIENTE (AVISOS.DAT)
       77 WRK-AVISO-FS                      PIC 99.
         88 AVISO-FS-OK                     VALUE 0.
      *VARIAVEIS DA CARTA DE BOAS-VINDAS (CARTABV.DAT)
       77 WRK-CARTA-FS                      PIC 99.
         88 CARTA-FS-OK                     VALUE 0.
          88 CKPT-RETOMA                    VALUE 'S' FALSE 'N'.
       77 WRK-SKIP-ACHOU                    PIC X VALUE 'N'.
          88 SKIP-ACHOU                     VALUE 'S' FALSE 'N'.
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG). O CADASTRO EM
      *TELA GRAVA O OPERADOR DA SESSAO NA AUDITORIA, QUANDO HOUVER; O
      *LOTE, QUE TAMBEM ALTERA E DESATIVA CADASTROS, EXIGE OPERADOR
      *SUPERVISOR OU BATCH/OPERACAO
       77 WRK-PERFIS-LOTE                   PIC X(03) VALUE 'SB '.
       77 WRK-OPER-LIBERADO                 PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO              VALUE 'S' FALSE 'N'.
           COPY OPERSESS.
      *POLITICA DE SEGURANCA EM VIGOR (POLCARGA): TAMANHO MINIMO E
      *CLASSES EXIGIDAS NA SENHA E IDADE MINIMA DO TITULAR
           COPY POLPARM.


       PROCEDURE DIVISION.

            PERFORM P0B-CARREGA-DOMINIOS THRU P0B-CARREGA-DOMINIOS-FIM
            PERFORM P0D-CARREGA-DDDS     THRU P0D-CARREGA-DDDS-FIM
            CALL 'POLCARGA' USING PAR-POLITICA
            PERFORM P0C-ABRE-LOTE        THRU P0C-ABRE-LOTE-FIM

            IF MODO-LOTE
               CALL 'OPERLOG' USING WRK-PERFIS-LOTE
                                    WRK-OPER-LIBERADO
               IF OPERADOR-LIBERADO
                  PERFORM P7-LOTE THRU P7-LOTE-FIM
               ELSE
                  CLOSE TRANUSER
               END-IF
            ELSE
               PERFORM P1-EMAIL    THRU P1-EMAIL-FIM UNTIL EMAIL-OK
               PERFORM P2-NOME     THRU P2-NOME-FIM
               PERFORM P999-FINAL
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
                  READ CHECKPOINT NEXT RECORD
                     AT END CONTINUE
                  END-READ
      *O ACUMULADO PARA O BALUSR VALE MESMO QUANDO O ULTIMO LOTE
      *TERMINOU (CHECKPOINT LIMPO); CONTROLES GRAVADOS ANTES DELE NAO
      *TEM ESTES CAMPOS
                  IF CKPT-MOV-INC IS NUMERIC
                     AND CKPT-MOV-EXC IS NUMERIC
                     MOVE CKPT-MOV-INC          TO WRK-MOV-INC
                     MOVE CKPT-MOV-EXC          TO WRK-MOV-EXC
                  END-IF
                  IF CKPT-TRAN-EMAIL NOT EQUAL SPACES
                     MOVE CKPT-TRAN-EMAIL       TO WRK-CKPT-EMAIL
                     MOVE CKPT-LOTE-TOTAL       TO WRK-LOTE-TOTAL
            MOVE WRK-LOTE-INC                  TO CKPT-LOTE-INC
            MOVE WRK-LOTE-ALT                  TO CKPT-LOTE-ALT
            MOVE WRK-LOTE-EXC                  TO CKPT-LOTE-EXC
            MOVE WRK-MOV-INC                   TO CKPT-MOV-INC
            MOVE WRK-MOV-EXC                   TO CKPT-MOV-EXC

            OPEN OUTPUT CHECKPOINT
            IF CKPT-FS-OK
            MOVE ZERO                          TO CKPT-LOTE-INC
            MOVE ZERO                          TO CKPT-LOTE-ALT
            MOVE ZERO                          TO CKPT-LOTE-EXC
      *O ACUMULADO PARA O BALUSR CONTINUA NO CONTROLE
            MOVE WRK-MOV-INC                   TO CKPT-MOV-INC
            MOVE WRK-MOV-EXC                   TO CKPT-MOV-EXC

            OPEN OUTPUT CHECKPOINT
            IF CKPT-FS-OK
                  PERFORM P6-GRAVACAO THRU P6-GRAVACAO-FIM UNTIL GRAV-OK
                  ADD 1                        TO WRK-LOTE-OK
                  ADD 1                        TO WRK-LOTE-INC
                  ADD 1                        TO WRK-MOV-INC
                  MOVE 'N'                     TO WRK-GRAV
      *AVANCA O ID EM MEMORIA PARA A PROXIMA INCLUSAO DO LOTE
                  ADD 1                        TO WRK-ID-USUARIO
                     NOT INVALID KEY
                        ADD 1                  TO WRK-LOTE-OK
                        ADD 1                  TO WRK-LOTE-EXC
                        ADD 1                  TO WRK-MOV-EXC
                        PERFORM P8-GRAVA-AVISO
                                THRU P8-GRAVA-AVISO-FIM
                  END-REWRITE
               END-IF
               CLOSE USUARIO
             END-IF
            END-PERFORM

      *CLASSE NAO EXIGIDA PELA POLITICA DE SEGURANCA CONTA COMO ATENDIDA
            IF NOT PAR-MAIUSCULA-OBRIG
               MOVE 'S'                        TO WRK-UPPER-PASS-OK
            END-IF
            IF NOT PAR-MINUSCULA-OBRIG
               MOVE 'S'                        TO WRK-LOWER-PASS-OK
            END-IF
            IF NOT PAR-ESPECIAL-OBRIG
               MOVE 'S'                        TO WRK-ESPECIAL-PASS-OK
            END-IF
            IF NOT PAR-NUMERO-OBRIG
               MOVE 'S'                        TO WRK-NUMBER-PASS-OK
            END-IF

            IF WRK-PASS-TAM >= PAR-TAM-MINIMO
               AND WRK-UPPER-PASS-OK    EQUAL 'S'
               AND WRK-LOWER-PASS-OK    EQUAL 'S'
               AND WRK-ESPECIAL-PASS-OK EQUAL 'S'

            COMPUTE WRK-PASS-TAM = FUNCTION LENGTH
                                 (FUNCTION TRIM(WRK-PASSWORD))
            IF WRK-PASS-TAM < PAR-TAM-MINIMO
              DISPLAY 'Senha muito curta, sua senha precisa ter no '
                     'minimo ' PAR-TAM-MINIMO
                     ' digitos, tente novamente!'
              PERFORM P3-SENHA
            END-IF
      *-------------------------------------------------------------------------
             END-IF
            END-PERFORM

            IF WRK-UPPER-PASS-OK NOT EQUAL 'S' AND PAR-MAIUSCULA-OBRIG
              DISPLAY 'Sua senha deve ter pelo menos '
               'uma letra maiuscula, tente novamente!'
              PERFORM P3-SENHA
             END-IF
            END-PERFORM

            IF WRK-LOWER-PASS-OK NOT EQUAL 'S' AND PAR-MINUSCULA-OBRIG
             DISPLAY 'Sua senha deve ter pelo menos '
              'uma letra minuscula, tente novamente!'
             PERFORM P3-SENHA
            END-PERFORM

            IF WRK-ESPECIAL-PASS-OK NOT EQUAL 'S'
               AND PAR-ESPECIAL-OBRIG
             DISPLAY 'Sua senha deve ter pelo menos '
              'um caractere especial ex: (@#$%),tente novamente! '
             PERFORM P3-SENHA
             END-IF
            END-PERFORM

            IF WRK-NUMBER-PASS-OK NOT EQUAL 'S' AND PAR-NUMERO-OBRIG
             DISPLAY 'Sua senha deve ter pelo menos '
              'um numero, tente novamente!'
             PERFORM P3-SENHA
                  IF WRK-NASC-ANO >= 1900
                     AND WRK-DT-NASCIMENTO NOT > WRK-HOJE
                     COMPUTE WRK-IDADE = WRK-HOJE-ANO - WRK-NASC-ANO
                     IF WRK-IDADE >= PAR-IDADE-MINIMA
                        AND WRK-IDADE <= 120
                        MOVE 'S'                TO WRK-DT-NASC-OK
                     END-IF
                  END-IF
                     MOVE 'N'                     TO CONTA-BLOQ
                     MOVE 'A'                     TO SIT-CADASTRO
                     MOVE ZERO                    TO DT-DESATIVACAO
                     MOVE ZERO                    TO DT-ULT-LOGIN

                     WRITE REG-USUARIO
                     INVALID KEY
               MOVE WRK-AUD-STATUS                 TO AUD-STATUS
               MOVE WRK-FS                         TO AUD-FS
               MOVE 'C'                            TO AUD-OPER
               IF SESSAO-ABERTA
                  MOVE SES-OPERADOR                TO AUD-OPERADOR
               ELSE
                  MOVE SPACES                      TO AUD-OPERADOR
               END-IF
               WRITE REG-AUDITORIA
               CLOSE AUDITORIA
            ELSE



            GOBACK.
      *-------------------------------------------------------------------------
      *GRAVACAO DO AVISO DE CADASTRO DESATIVADO NA FILA DE AVISOS AO
      *CLIENTE (AVISOS.DAT), FORMATADO E ENVIADO PELO AVISIMPR
      *-------------------------------------------------------------------------
       P8-GRAVA-AVISO.
            OPEN EXTEND AVISO
            IF WRK-AVISO-FS EQUAL 35
               OPEN OUTPUT AVISO
            END-IF

            IF AVISO-FS-OK
               MOVE 'D'                           TO AVISO-TIPO
               MOVE ID-USUARIO                    TO AVISO-ID-USUARIO
               MOVE E-MAIL                        TO AVISO-EMAIL
               MOVE SPACES                        TO AVISO-NOME
               STRING FUNCTION TRIM(FNAME) ' '
                      FUNCTION TRIM(LNAME)
                  DELIMITED BY SIZE INTO AVISO-NOME
               END-STRING
               MOVE FUNCTION CURRENT-DATE(1:8)    TO AVISO-DATA
               MOVE DT-DESATIVACAO                TO AVISO-REFERENCIA
               MOVE SPACES                        TO AVISO-TEXTO
               STRING 'Prezado(a) ' FUNCTION TRIM(AVISO-NOME)
                      ', seu cadastro numero ' ID-USUARIO
                      ' foi desativado em ' DT-DESATIVACAO
                      '. Em caso de duvida, procure o suporte.'
                  DELIMITED BY SIZE INTO AVISO-TEXTO
               END-STRING
               MOVE 'N'                           TO AVISO-ENVIADO
               WRITE REG-AVISO
               CLOSE AVISO
            ELSE
               DISPLAY 'ERRO AO GRAVAR O AVISO DE DESATIVACAO'
               DISPLAY 'FILE STATUS: ' WRK-AVISO-FS
            END-IF
            .
       P8-GRAVA-AVISO-FIM.

       END PROGRAM CREAUSER.
