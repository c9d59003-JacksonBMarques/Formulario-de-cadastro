      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: FORMATACAO DOS AVISOS AO CLIENTE PENDENTES NA FILA
      *          AVISOS.DAT (SENHA VENCIDA OU A VENCER, CONTA
      *          BLOQUEADA E CADASTRO DESATIVADO), PARA IMPRESSAO EM
      *          AVISOIMP.TXT (UMA PAGINA POR AVISO) OU PARA ENTREGA
      *          AO GATEWAY DE E-MAIL EM AVISOMAIL.TXT (UMA LINHA POR
      *          AVISO), COM SELECAO POR TIPO DE AVISO. CADA AVISO
      *          FORMATADO EH MARCADO COMO ENVIADO PARA QUE NINGUEM
      *          SEJA AVISADO DUAS VEZES. A FILA REGRAVADA COM AS
      *          MARCAS SAI EM AVISOS.NEW E O OPERADOR A PROMOVE A
      *          AVISOS.DAT APOS A CONFERENCIA DO RODAPE (MESMO
      *          PROCEDIMENTO DO CARTIMPR).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISIMPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY AVISSEL.
               COPY AVISSEL2.
               COPY AVIPSEL.
               COPY AVIMSEL.

       DATA DIVISION.
       FILE SECTION.

       FD AVISO.
           COPY AVISREC.

       FD AVISO-NOVO.
           COPY AVISREC REPLACING
                REG-AVISO              BY REG-AVISO-NOVO
                AVISO-TIPO             BY NOVO-TIPO
                AVISO-SENHA-VENCIDA    BY NOVO-SENHA-VENCIDA
                AVISO-SENHA-A-VENCER   BY NOVO-SENHA-A-VENCER
                AVISO-CONTA-BLOQUEADA  BY NOVO-CONTA-BLOQUEADA
                AVISO-DESATIVACAO      BY NOVO-DESATIVACAO
                AVISO-ID-USUARIO       BY NOVO-ID-USUARIO
                AVISO-EMAIL            BY NOVO-EMAIL
                AVISO-NOME             BY NOVO-NOME
                AVISO-DATA             BY NOVO-DATA
                AVISO-REFERENCIA       BY NOVO-REFERENCIA
                AVISO-TEXTO            BY NOVO-TEXTO
                AVISO-ENVIADO          BY NOVO-ENVIADO
                AVISO-JA-ENVIADO       BY NOVO-JA-ENVIADO.

       FD AVISOIMP.
           COPY AVIPREC.

       FD AVISOMAIL.
           COPY AVIMREC.

       WORKING-STORAGE SECTION.

       77 WRK-AVISO-FS                   PIC 99.
         88 AVISO-FS-OK                  VALUE 0.
       77 WRK-ANOVO-FS                   PIC 99.
         88 ANOVO-FS-OK                  VALUE 0.
       77 WRK-AVIP-FS                    PIC 99.
         88 AVIP-FS-OK                   VALUE 0.
       77 WRK-AVIM-FS                    PIC 99.
         88 AVIM-FS-OK                   VALUE 0.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 AVISO-EOF                   VALUE 'S' FALSE 'N'.
      *DESTINO DA FORMATACAO: 1 IMPRESSAO, 2 GATEWAY DE E-MAIL
       77 WRK-DESTINO                    PIC 9(01) VALUE ZERO.
          88 DESTINO-IMPRESSAO           VALUE 1.
          88 DESTINO-EMAIL               VALUE 2.
       77 WRK-SAIDA-OK                   PIC X VALUE 'N'.
          88 SAIDA-OK                    VALUE 'S' FALSE 'N'.
      *TIPO DE AVISO SELECIONADO (ESPACO = TODOS)
       77 WRK-TIPO-SEL                   PIC X(01) VALUE SPACE.
       77 WRK-ASSUNTO                    PIC X(40).
       77 WRK-TOTAL-LIDOS                PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-ENVIADOS             PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-JA-ENVIADOS          PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-FORA-TIPO            PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-REGRAVADOS           PIC 9(06) COMP VALUE ZERO.
       77 WRK-HOJE                       PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   AVISOS AO CLIENTE - FORMATACAO E ENVIO      *'
            DISPLAY '************************************************'

            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-HOJE

            DISPLAY 'Destino: 1 - IMPRESSAO  2 - GATEWAY DE E-MAIL'
            ACCEPT WRK-DESTINO
            IF NOT DESTINO-IMPRESSAO AND NOT DESTINO-EMAIL
               DISPLAY 'DESTINO INVALIDO.'
      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
               GOBACK
            END-IF

            DISPLAY 'Tipo de aviso (V - SENHA VENCIDA, A - SENHA A '
                    'VENCER, B - CONTA BLOQUEADA, D - DESATIVACAO, '
                    'ESPACO = TODOS): '
            ACCEPT WRK-TIPO-SEL
            EVALUATE WRK-TIPO-SEL
              WHEN 'v'
                 MOVE 'V'                      TO WRK-TIPO-SEL
              WHEN 'a'
                 MOVE 'A'                      TO WRK-TIPO-SEL
              WHEN 'b'
                 MOVE 'B'                      TO WRK-TIPO-SEL
              WHEN 'd'
                 MOVE 'D'                      TO WRK-TIPO-SEL
            END-EVALUATE

            PERFORM P1-FORMATA THRU P1-FORMATA-FIM
            PERFORM P4-RODAPE  THRU P4-RODAPE-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *PERCORRE AVISOS.DAT, FORMATA OS AVISOS DO TIPO SELECIONADO AINDA
      *NAO ENVIADOS E REGRAVA TODOS EM AVISOS.NEW COM A MARCA DE ENVIO
      *ATUALIZADA
      *-------------------------------------------------------------------------
       P1-FORMATA.
            MOVE 'N'                           TO WRK-EOF
            OPEN INPUT AVISO
            IF WRK-AVISO-FS EQUAL 35
               DISPLAY 'NENHUM AVISO NA FILA.'
               GO TO P1-FORMATA-FIM
            END-IF
            IF NOT AVISO-FS-OK
               DISPLAY 'ERRO AO ABRIR A FILA DE AVISOS'
               DISPLAY 'FILE STATUS: ' WRK-AVISO-FS
               GO TO P1-FORMATA-FIM
            END-IF

            OPEN OUTPUT AVISO-NOVO
            IF DESTINO-IMPRESSAO
               OPEN OUTPUT AVISOIMP
               IF AVIP-FS-OK
                  MOVE 'S'                     TO WRK-SAIDA-OK
               END-IF
            ELSE
               OPEN OUTPUT AVISOMAIL
               IF AVIM-FS-OK
                  MOVE 'S'                     TO WRK-SAIDA-OK
               END-IF
            END-IF

            IF NOT ANOVO-FS-OK OR NOT SAIDA-OK
               DISPLAY 'ERRO AO CRIAR OS ARQUIVOS DE SAIDA'
               DISPLAY 'FILE STATUS AVISOS.NEW   : ' WRK-ANOVO-FS
               IF DESTINO-IMPRESSAO
                  DISPLAY 'FILE STATUS AVISOIMP    : ' WRK-AVIP-FS
               ELSE
                  DISPLAY 'FILE STATUS AVISOMAIL   : ' WRK-AVIM-FS
               END-IF
      *FECHA O ARQUIVO DE SAIDA QUE CHEGOU A ABRIR, ALEM DA ENTRADA
               IF ANOVO-FS-OK
                  CLOSE AVISO-NOVO
               END-IF
               IF SAIDA-OK
                  PERFORM P1-FECHA-SAIDA
               END-IF
               CLOSE AVISO
               GO TO P1-FORMATA-FIM
            END-IF

            PERFORM P1-LEIA-AVISO
            PERFORM P2-PROCESSA-AVISO THRU P2-PROCESSA-AVISO-FIM
                    UNTIL AVISO-EOF
            CLOSE AVISO
            CLOSE AVISO-NOVO
            PERFORM P1-FECHA-SAIDA
            .
       P1-FORMATA-FIM.
       P1-LEIA-AVISO.
            READ AVISO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-EOF
            END-READ
            .
       P1-FECHA-SAIDA.
            IF DESTINO-IMPRESSAO
               CLOSE AVISOIMP
            ELSE
               CLOSE AVISOMAIL
            END-IF
            .

      *-------------------------------------------------------------------------
      *DECIDE O DESTINO DE CADA AVISO: FORA DO TIPO PASSA DIRETO, JA
      *ENVIADO EH CONTADO COMO PULADO, E OS DEMAIS SAO FORMATADOS E
      *GANHAM A MARCA DE ENVIO
      *-------------------------------------------------------------------------
       P2-PROCESSA-AVISO.
            ADD 1                              TO WRK-TOTAL-LIDOS
            MOVE REG-AVISO                     TO REG-AVISO-NOVO

            IF WRK-TIPO-SEL NOT EQUAL SPACE
               AND AVISO-TIPO NOT EQUAL WRK-TIPO-SEL
               ADD 1                           TO WRK-TOTAL-FORA-TIPO
            ELSE
               IF AVISO-JA-ENVIADO
                  ADD 1                        TO WRK-TOTAL-JA-ENVIADOS
               ELSE
                  PERFORM P3-MONTA-ASSUNTO THRU P3-MONTA-ASSUNTO-FIM
                  IF DESTINO-IMPRESSAO
                     PERFORM P3-FORMATA-PAGINA
                             THRU P3-FORMATA-PAGINA-FIM
                  ELSE
                     PERFORM P3-FORMATA-EMAIL
                             THRU P3-FORMATA-EMAIL-FIM
                  END-IF
                  MOVE 'S'                     TO NOVO-ENVIADO
                  ADD 1                        TO WRK-TOTAL-ENVIADOS
               END-IF
            END-IF

      *CONTA COMO REGRAVADO SOMENTE SE A GRAVACAO DE FATO CHEGOU AO
      *DISCO. UMA GRAVACAO PERDIDA DEIXA OS TOTAIS DO RODAPE SEM
      *BATER, E O OPERADOR NAO PROMOVE O ARQUIVO - UMA MARCA DE ENVIO
      *PERDIDA FARIA O AVISO SAIR DE NOVO NA PROXIMA EXECUCAO
            WRITE REG-AVISO-NOVO
            IF ANOVO-FS-OK
               ADD 1                           TO WRK-TOTAL-REGRAVADOS
            ELSE
               DISPLAY 'ERRO AO GRAVAR EM AVISOS.NEW'
               DISPLAY 'FILE STATUS: ' WRK-ANOVO-FS
            END-IF
            PERFORM P1-LEIA-AVISO
            .
       P2-PROCESSA-AVISO-FIM.

      *-------------------------------------------------------------------------
      *ASSUNTO DO AVISO CONFORME O TIPO
      *-------------------------------------------------------------------------
       P3-MONTA-ASSUNTO.
            EVALUATE TRUE
              WHEN AVISO-SENHA-VENCIDA
                 MOVE 'SUA SENHA EXPIROU'      TO WRK-ASSUNTO
              WHEN AVISO-SENHA-A-VENCER
                 MOVE 'SUA SENHA VAI EXPIRAR'  TO WRK-ASSUNTO
              WHEN AVISO-CONTA-BLOQUEADA
                 MOVE 'SUA CONTA FOI BLOQUEADA' TO WRK-ASSUNTO
              WHEN AVISO-DESATIVACAO
                 MOVE 'SEU CADASTRO FOI DESATIVADO' TO WRK-ASSUNTO
              WHEN OTHER
                 MOVE 'AVISO DO CADASTRO DE USUARIOS' TO WRK-ASSUNTO
            END-EVALUATE
            .
       P3-MONTA-ASSUNTO-FIM.

      *-------------------------------------------------------------------------
      *FORMATA UM AVISO EM UMA PAGINA DE AVISOIMP.TXT: CABECALHO COM A
      *DATA, DESTINATARIO, ASSUNTO, TEXTO E RODAPE, COM SALTO DE
      *PAGINA NO INICIO DE CADA AVISO
      *-------------------------------------------------------------------------
       P3-FORMATA-PAGINA.
            MOVE ALL '='                       TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP AFTER ADVANCING PAGE

            MOVE SPACES                        TO REG-AVISO-IMP
            STRING 'CADASTRO DE USUARIOS - AVISO AO CLIENTE'
                   '          EMITIDO EM: ' WRK-HOJE
               DELIMITED BY SIZE INTO REG-AVISO-IMP
            END-STRING
            WRITE REG-AVISO-IMP

            MOVE SPACES                        TO REG-AVISO-IMP
            STRING 'CADASTRO NUMERO: ' AVISO-ID-USUARIO
                   '   DATA DO AVISO: ' AVISO-DATA
               DELIMITED BY SIZE INTO REG-AVISO-IMP
            END-STRING
            WRITE REG-AVISO-IMP

            MOVE ALL '-'                       TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP

            MOVE SPACES                        TO REG-AVISO-IMP
            STRING 'PARA   : ' FUNCTION TRIM(AVISO-NOME)
               DELIMITED BY SIZE INTO REG-AVISO-IMP
            END-STRING
            WRITE REG-AVISO-IMP

            MOVE SPACES                        TO REG-AVISO-IMP
            STRING 'E-MAIL : ' FUNCTION TRIM(AVISO-EMAIL)
               DELIMITED BY SIZE INTO REG-AVISO-IMP
            END-STRING
            WRITE REG-AVISO-IMP

            MOVE SPACES                        TO REG-AVISO-IMP
            STRING 'ASSUNTO: ' WRK-ASSUNTO
               DELIMITED BY SIZE INTO REG-AVISO-IMP
            END-STRING
            WRITE REG-AVISO-IMP

            MOVE SPACES                        TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP

      *O TEXTO DO AVISO TEM ATE 170 POSICOES E SAI EM DUAS LINHAS
            MOVE AVISO-TEXTO(1:132)            TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP
            MOVE AVISO-TEXTO(133:38)           TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP

            MOVE SPACES                        TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP

            MOVE 'ATENCIOSAMENTE,'             TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP
            MOVE 'EQUIPE DO CADASTRO DE USUARIOS' TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP

            MOVE ALL '='                       TO REG-AVISO-IMP
            WRITE REG-AVISO-IMP
            .
       P3-FORMATA-PAGINA-FIM.

      *-------------------------------------------------------------------------
      *FORMATA UM AVISO EM UMA LINHA DE AVISOMAIL.TXT PARA O GATEWAY
      *DE E-MAIL: DESTINATARIO;ASSUNTO;TIPO;ID-USUARIO;DATA;TEXTO
      *-------------------------------------------------------------------------
       P3-FORMATA-EMAIL.
            MOVE SPACES                        TO REG-AVISO-MAIL
            STRING FUNCTION TRIM(AVISO-EMAIL)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-ASSUNTO)  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   AVISO-TIPO                  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   AVISO-ID-USUARIO            DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   AVISO-DATA                  DELIMITED BY SIZE
                   ';'                         DELIMITED BY SIZE
                   FUNCTION TRIM(AVISO-TEXTO)  DELIMITED BY SIZE
                   INTO REG-AVISO-MAIL
            END-STRING
            WRITE REG-AVISO-MAIL
            .
       P3-FORMATA-EMAIL-FIM.

      *-------------------------------------------------------------------------
      *RODAPE COM OS TOTAIS PARA A CONCILIACAO DO ENVIO (FORMATADOS
      *VERSUS PULADOS POR JA TEREM SIDO ENVIADOS) E A CONFERENCIA
      *LIDOS = REGRAVADOS, PARA O OPERADOR PROMOVER AVISOS.NEW COM
      *SEGURANCA
      *-------------------------------------------------------------------------
       P4-RODAPE.
            DISPLAY '------------------------------------------------'
            DISPLAY 'AVISOS LIDOS DE AVISOS.DAT          : '
                    WRK-TOTAL-LIDOS
            DISPLAY 'AVISOS FORMATADOS NESTA EXECUCAO    : '
                    WRK-TOTAL-ENVIADOS
            DISPLAY 'AVISOS PULADOS (JA ENVIADOS)        : '
                    WRK-TOTAL-JA-ENVIADOS
            DISPLAY 'AVISOS DE OUTRO TIPO                : '
                    WRK-TOTAL-FORA-TIPO
            DISPLAY 'AVISOS REGRAVADOS EM AVISOS.NEW     : '
                    WRK-TOTAL-REGRAVADOS
            DISPLAY '------------------------------------------------'
            IF WRK-TOTAL-LIDOS EQUAL ZERO
               CONTINUE
            ELSE
               IF WRK-TOTAL-REGRAVADOS EQUAL WRK-TOTAL-LIDOS
                  DISPLAY 'CONFERENCIA OK - OS TOTAIS BATEM.'
                  IF DESTINO-IMPRESSAO
                     DISPLAY 'AVISOS FORMATADOS EM AVISOIMP.TXT.'
                  ELSE
                     DISPLAY 'AVISOS FORMATADOS EM AVISOMAIL.TXT PARA '
                             'O GATEWAY DE E-MAIL.'
                  END-IF
                  DISPLAY 'A FILA COM AS MARCAS DE ENVIO SAIU EM '
                          'AVISOS.NEW -'
                  DISPLAY 'APOS CONFERENCIA, PROMOVA-A PARA AVISOS.DAT'
               ELSE
                  DISPLAY 'ATENCAO - OS TOTAIS NAO BATEM, NAO PROMOVA '
                          'AVISOS.NEW!'
               END-IF
            END-IF
            .
       P4-RODAPE-FIM.

       END PROGRAM AVISIMPR.
