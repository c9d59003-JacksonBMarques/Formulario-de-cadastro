      *          SENHA ATUAL (MESMA COMPARACAO DE HASH DO P3-HASH-SENHA
      *          DO LOGUSER), VALIDA A NOVA SENHA COM AS MESMAS REGRAS
      *          DO P3-SENHA DO CREAUSER, RECUSA A REUTILIZACAO DOS
      *          ULTIMOS HASHES GUARDADOS EM SENHIST.DAT E ATUALIZA
      *          DT-SENHA COM A DATA DE HOJE. TAMANHO MINIMO, CLASSES
      *          EXIGIDAS, QUANTIDADE DE HASHES RECUSADOS E LIMITE DE
      *          TENTATIVAS VEM DA POLITICA DE SEGURANCA (POLITICA.DAT).
      *          CADA TROCA GRAVA UMA LINHA EM AUDITORIA.DAT COM
      *          AUD-OPER 'T'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.
               COPY AVISSEL.
               COPY SENHSEL.

       DATA DIVISION.
       FD AUDITORIA.
           COPY AUDREC.

       FD AVISO.
           COPY AVISREC.

       FD SENHIST.
           COPY SENHREC.

      *VERIFICACAO NUMERO
       77 WRK-NUMBER-PASS-OK                 PIC X VALUE 'N'.
       77 WRK-NUMBER-CONT                    PIC 9(4) COMP VALUE 1.
      *HISTORICO DOS ULTIMOS HASHES DO USUARIO, CARREGADO DE
      *SENHIST.DAT (O ARQUIVO EH CRONOLOGICO, ENTAO A TABELA GUARDA
      *SEMPRE OS PAR-PROF-REUSO MAIS RECENTES, DESLOCANDO OS MAIS
      *ANTIGOS). A TABELA COMPORTA O MAXIMO DE 20 ACEITO PELA POLITICA
       77 WRK-HIST-FS                    PIC 99.
         88 HIST-FS-OK                   VALUE 0.
       77 WRK-HIST-EOF                   PIC X VALUE 'N'.
          88 HIST-FS-EOF                 VALUE 'S' FALSE 'N'.
       01 WRK-TAB-HIST.
          05 WRK-HIST-QTD                PIC 9(02) VALUE ZERO.
          05 WRK-HIST-ITEM OCCURS 20 TIMES INDEXED BY WRK-HIST-IDX
                                         PIC X(100).
       77 WRK-HIST-DESLOCA               PIC 9(02) COMP.
       77 WRK-REUSADA                    PIC X VALUE 'N'.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-AUD-ID                     PIC 9(04).
       77 WRK-AUD-STATUS                 PIC X(01).
       77 WRK-AUD-OPER                   PIC X(01) VALUE 'T'.
      *VARIAVEIS DA FILA DE AVISOS AO CLIENTE (AVISOS.DAT)
       77 WRK-AVISO-FS                   PIC 99.
         88 AVISO-FS-OK                  VALUE 0.
      *SESSAO DO OPERADOR, QUANDO CHAMADO PELO MENUOPER
           COPY OPERSESS.
      *POLITICA DE SEGURANCA EM VIGOR (POLCARGA)
           COPY POLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*              TROCA DE SENHA                   *'
            DISPLAY '************************************************'

            CALL 'POLCARGA' USING PAR-POLITICA
            PERFORM P1-TROCA THRU P1-TROCA-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *PEDE E-MAIL/SENHA ATUAL, LOCALIZA O CADASTRO, CONFERE A SENHA
      *ATUAL E CONDUZ A TROCA. FALHAS DE AUTENTICACAO CONTAM EM
      *QTD-TENT-FALHAS E BLOQUEIAM A CONTA NO LIMITE DA POLITICA, COMO
      *NO P1-LOGIN DO LOGUSER, PARA ESTE PROGRAMA NAO VIRAR UMA PORTA DE
      *ADIVINHACAO DE SENHA.
      *-------------------------------------------------------------------------
       P1-TROCA.
                     PERFORM P4-EFETUA-TROCA THRU P4-EFETUA-TROCA-FIM
                  ELSE
                     ADD 1                     TO QTD-TENT-FALHAS
                     IF QTD-TENT-FALHAS >= PAR-LIMITE-TENTATIVAS
                        MOVE 'S'               TO CONTA-BLOQ
                        DISPLAY 'Senha invalida. Conta bloqueada '
                                'apos ' PAR-LIMITE-TENTATIVAS
                                ' tentativas seguidas.'
                     ELSE
                        DISPLAY 'E-MAIL ou senha invalidos.'
                     END-IF
                     MOVE 'N'                  TO WRK-AUD-STATUS
                     PERFORM P7-GRAVA-AUDITORIA
                             THRU P7-GRAVA-AUDITORIA-FIM
      *O BLOQUEIO GANHA UMA LINHA PROPRIA NA AUDITORIA (AUD-OPER 'B'),
      *PARA QUE O BALANCEAMENTO DIARIO (BALUSR) ACOMPANHE AS CONTAS
      *BLOQUEADAS
                     IF CONTA-BLOQUEADA AND FS-OK
                        MOVE 'S'               TO WRK-AUD-STATUS
                        MOVE 'B'               TO WRK-AUD-OPER
                        PERFORM P7-GRAVA-AUDITORIA
                                THRU P7-GRAVA-AUDITORIA-FIM
                        MOVE 'T'               TO WRK-AUD-OPER
      *O CLIENTE RECEBE UM AVISO DO BLOQUEIO PELA FILA DE AVISOS
                        PERFORM P8-GRAVA-AVISO THRU P8-GRAVA-AVISO-FIM
                     END-IF
                     CLOSE USUARIO
                  END-IF
               END-IF
      *-------------------------------------------------------------------------
      *PEDE E VALIDA A NOVA SENHA (MESMAS REGRAS DO P3-SENHA DO
      *CREAUSER) E RECUSA A REUTILIZACAO DA SENHA ATUAL OU DE QUALQUER
      *UM DOS ULTIMOS PAR-PROF-REUSO HASHES DO HISTORICO
      *-------------------------------------------------------------------------
       P4-NOVA-SENHA.
            INITIALISE WRK-PASSWORD
                             OR SENHA-REUSADA
               IF SENHA-REUSADA
                  DISPLAY 'Esta senha ja foi usada recentemente, '
                          'escolha uma senha diferente das ultimas '
                          PAR-PROF-REUSO '!'
                  MOVE 'N'                     TO WRK-SENHA-OK
               END-IF
            END-IF

      *-------------------------------------------------------------------------
      *VALIDACAO DA NOVA SENHA (MESMAS REGRAS DO P3-SENHA DO CREAUSER:
      *TAMANHO MINIMO E CLASSES EXIGIDAS - MAIUSCULA, MINUSCULA,
      *CARACTERE ESPECIAL E NUMERO - PELA POLITICA DE SEGURANCA), COM
      *AS MESMAS MENSAGENS DE ORIENTACAO
      *-------------------------------------------------------------------------
       P4-VALIDA-SENHA.
            MOVE 'S'                           TO WRK-SENHA-OK

            COMPUTE WRK-PASS-TAM = FUNCTION LENGTH
                                 (FUNCTION TRIM(WRK-PASSWORD))
            IF WRK-PASS-TAM < PAR-TAM-MINIMO
              DISPLAY 'Senha muito curta, sua senha precisa ter no '
                     'minimo ' PAR-TAM-MINIMO
                     ' digitos, tente novamente!'
              MOVE 'N'                         TO WRK-SENHA-OK
            END-IF

               MOVE 'S' TO WRK-UPPER-PASS-OK
             END-IF
            END-PERFORM
            IF WRK-UPPER-PASS-OK NOT EQUAL 'S' AND PAR-MAIUSCULA-OBRIG
              DISPLAY 'Sua senha deve ter pelo menos '
               'uma letra maiuscula, tente novamente!'
              MOVE 'N'                         TO WRK-SENHA-OK
               MOVE 'S' TO WRK-LOWER-PASS-OK
             END-IF
            END-PERFORM
            IF WRK-LOWER-PASS-OK NOT EQUAL 'S' AND PAR-MINUSCULA-OBRIG
             DISPLAY 'Sua senha deve ter pelo menos '
              'uma letra minuscula, tente novamente!'
             MOVE 'N'                          TO WRK-SENHA-OK
             END-IF
            END-PERFORM
            IF WRK-ESPECIAL-PASS-OK NOT EQUAL 'S'
               AND PAR-ESPECIAL-OBRIG
             DISPLAY 'Sua senha deve ter pelo menos '
              'um caractere especial ex: (@#$%),tente novamente! '
             MOVE 'N'                          TO WRK-SENHA-OK
               MOVE 'S' TO WRK-NUMBER-PASS-OK
             END-IF
            END-PERFORM
            IF WRK-NUMBER-PASS-OK NOT EQUAL 'S' AND PAR-NUMERO-OBRIG
             DISPLAY 'Sua senha deve ter pelo menos '
              'um numero, tente novamente!'
             MOVE 'N'                          TO WRK-SENHA-OK
       P4-VALIDA-SENHA-FIM.

      *-------------------------------------------------------------------------
      *CARREGA OS ULTIMOS PAR-PROF-REUSO HASHES DO USUARIO A PARTIR DE
      *SENHIST.DAT.
      *O ARQUIVO EH GRAVADO EM ORDEM CRONOLOGICA, ENTAO QUANDO A
      *TABELA ENCHE OS ITENS SAO DESLOCADOS PARA DESCARTAR O MAIS
      *ANTIGO E GUARDAR SEMPRE OS PAR-PROF-REUSO MAIS RECENTES.
      *-------------------------------------------------------------------------
       P5-CARREGA-HISTORICO.
            MOVE ZERO                          TO WRK-HIST-QTD
            .
       P5-ACUMULA-HISTORICO.
            IF HIST-ID-USUARIO EQUAL ID-USUARIO
               IF WRK-HIST-QTD < PAR-PROF-REUSO
                  ADD 1                        TO WRK-HIST-QTD
                  MOVE HIST-HASH   TO WRK-HIST-ITEM(WRK-HIST-QTD)
               ELSE
                  PERFORM VARYING WRK-HIST-DESLOCA FROM 1 BY 1
                         UNTIL WRK-HIST-DESLOCA NOT < PAR-PROF-REUSO
                   MOVE WRK-HIST-ITEM(WRK-HIST-DESLOCA + 1)
                     TO WRK-HIST-ITEM(WRK-HIST-DESLOCA)
                  END-PERFORM
                  MOVE HIST-HASH
                    TO WRK-HIST-ITEM(PAR-PROF-REUSO)
               END-IF
            END-IF
            PERFORM P5-LEIA-HISTORICO

      *-------------------------------------------------------------------------
      *GRAVA NO HISTORICO O HASH QUE ESTAVA EM USO ATE ESTA TROCA,
      *PARA QUE ELE NAO POSSA SER REUTILIZADO NAS PROXIMAS TROCAS
      *-------------------------------------------------------------------------
       P6-GRAVA-HISTORICO.
            OPEN EXTEND SENHIST
               MOVE WRK-EMAIL-BUSCA                 TO AUD-EMAIL
               MOVE WRK-AUD-STATUS                 TO AUD-STATUS
               MOVE WRK-FS                         TO AUD-FS
               MOVE WRK-AUD-OPER                   TO AUD-OPER
               IF SESSAO-ABERTA
                  MOVE SES-OPERADOR                TO AUD-OPERADOR
               ELSE
                  MOVE SPACES                      TO AUD-OPERADOR
               END-IF
               WRITE REG-AUDITORIA
               CLOSE AUDITORIA
            ELSE
            .
       P7-GRAVA-AUDITORIA-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DO AVISO DE CONTA BLOQUEADA NA FILA DE AVISOS AO
      *CLIENTE (AVISOS.DAT), FORMATADO E ENVIADO PELO AVISIMPR
      *-------------------------------------------------------------------------
       P8-GRAVA-AVISO.
            OPEN EXTEND AVISO
            IF WRK-AVISO-FS EQUAL 35
               OPEN OUTPUT AVISO
            END-IF

            IF AVISO-FS-OK
               MOVE 'B'                           TO AVISO-TIPO
               MOVE ID-USUARIO                    TO AVISO-ID-USUARIO
               MOVE E-MAIL                        TO AVISO-EMAIL
               MOVE SPACES                        TO AVISO-NOME
               STRING FUNCTION TRIM(FNAME) ' '
                      FUNCTION TRIM(LNAME)
                  DELIMITED BY SIZE INTO AVISO-NOME
               END-STRING
               MOVE FUNCTION CURRENT-DATE(1:8)    TO AVISO-DATA
               MOVE AVISO-DATA                    TO AVISO-REFERENCIA
               MOVE SPACES                        TO AVISO-TEXTO
               STRING 'Prezado(a) ' FUNCTION TRIM(AVISO-NOME)
                      ', sua conta (cadastro numero ' ID-USUARIO
                      ') foi bloqueada em ' AVISO-DATA
                      ' apos tentativas de senha erradas seguidas.'
                      ' Procure o suporte para o desbloqueio.'
                  DELIMITED BY SIZE INTO AVISO-TEXTO
               END-STRING
               MOVE 'N'                           TO AVISO-ENVIADO
               WRITE REG-AVISO
               CLOSE AVISO
            ELSE
               DISPLAY 'ERRO AO GRAVAR O AVISO DE CONTA BLOQUEADA'
               DISPLAY 'FILE STATUS: ' WRK-AVISO-FS
            END-IF
            .
       P8-GRAVA-AVISO-FIM.

       END PROGRAM TROCSENH.
