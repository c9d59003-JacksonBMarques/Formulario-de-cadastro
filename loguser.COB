      * Author: JACKSON B MARQUES
      * Date: 21/08/2026
      * Purpose: LOGIN DE USUARIOS - CONFERE E-MAIL/SENHA CONTRA O
      *          HASH GRAVADO EM USER.DAT E BLOQUEIA A CONTA APOS O
      *          LIMITE DE TENTATIVAS ERRADAS SEGUIDAS DA POLITICA DE
      *          SEGURANCA (POLITICA.DAT), AVISANDO O CLIENTE PELA
      *          FILA DE AVISOS (AVISOS.DAT)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.
               COPY AVISSEL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
           COPY AUDREC.

       FD AVISO.
           COPY AVISREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-AUD-ID                     PIC 9(04).
       77 WRK-AUD-STATUS                 PIC X(01).
       77 WRK-AUD-OPER                   PIC X(01) VALUE 'L'.
      *VARIAVEIS DA FILA DE AVISOS AO CLIENTE (AVISOS.DAT)
       77 WRK-AVISO-FS                   PIC 99.
         88 AVISO-FS-OK                  VALUE 0.
      *SESSAO DO OPERADOR, QUANDO CHAMADO PELO MENUOPER
           COPY OPERSESS.
      *POLITICA DE SEGURANCA EM VIGOR (POLCARGA): LIMITE DE TENTATIVAS
           COPY POLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*              LOGIN DE USUARIOS                *'
            DISPLAY '************************************************'

            CALL 'POLCARGA' USING PAR-POLITICA
            PERFORM P1-LOGIN THRU P1-LOGIN-FIM

            STOP RUN
                  PERFORM P3-HASH-SENHA THRU P3-HASH-SENHA-FIM
                  IF WRK-PASSWORD-HASH EQUAL PASSWORD
                     MOVE ZERO                 TO QTD-TENT-FALHAS
      *SO CONTA COMO ULTIMO LOGIN QUANDO O ACESSO EH LIBERADO (A SENHA
      *TEMPORARIA DO SUPPUSER NAO LIBERA A SESSAO, VER ABAIXO)
                     IF DT-SENHA NOT EQUAL ZERO
                        MOVE FUNCTION CURRENT-DATE(1:8)
                                               TO DT-ULT-LOGIN
                     END-IF
                     REWRITE REG-USUARIO
                        INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O CADASTRO'
                     END-IF
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
                     PERFORM P4-GRAVA-AUDITORIA
                             THRU P4-GRAVA-AUDITORIA-FIM
      *O BLOQUEIO GANHA UMA LINHA PROPRIA NA AUDITORIA (AUD-OPER 'B'),
      *PARA QUE O BALANCEAMENTO DIARIO (BALUSR) ACOMPANHE AS CONTAS
      *BLOQUEADAS
                     IF CONTA-BLOQUEADA AND FS-OK
                        MOVE 'S'               TO WRK-AUD-STATUS
                        MOVE 'B'               TO WRK-AUD-OPER
                        PERFORM P4-GRAVA-AUDITORIA
                                THRU P4-GRAVA-AUDITORIA-FIM
                        MOVE 'L'               TO WRK-AUD-OPER
      *O CLIENTE RECEBE UM AVISO DO BLOQUEIO PELA FILA DE AVISOS
                        PERFORM P5-GRAVA-AVISO THRU P5-GRAVA-AVISO-FIM
                     END-IF
                     CLOSE USUARIO
                  END-IF
               END-IF
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
       P4-GRAVA-AUDITORIA-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DO AVISO DE CONTA BLOQUEADA NA FILA DE AVISOS AO
      *CLIENTE (AVISOS.DAT), FORMATADO E ENVIADO PELO AVISIMPR
      *-------------------------------------------------------------------------
       P5-GRAVA-AVISO.
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
       P5-GRAVA-AVISO-FIM.

       END PROGRAM LOGUSER.
