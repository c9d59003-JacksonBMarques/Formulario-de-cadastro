      * Author: JACKSON B MARQUES
      * Date: 21/08/2026
      * Purpose: LISTAR OS CADASTROS EM USER.DAT CUJA SENHA ESTA
      *          VENCIDA, SEGUNDO A VALIDADE EM DIAS DA POLITICA DE
      *          SEGURANCA (POLITICA.DAT), COMPARANDO A DATA ATUAL COM
      *          DT-SENHA. OS CADASTROS ATIVOS COM SENHA VENCIDA, OU A
      *          VENCER DENTRO DA ANTECEDENCIA DA POLITICA, RECEBEM UM
      *          AVISO NA FILA DE AVISOS AO CLIENTE (AVISOS.DAT), UM SO
      *          POR SENHA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AVISSEL.

       DATA DIVISION.
       FILE SECTION.
       FD USUARIO.
           COPY USERREC.

       FD AVISO.
           COPY AVISREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
       77 WRK-DIAS-SENHA                 PIC 9(07) COMP.
       77 WRK-TOTAL                      PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-VENCIDOS             PIC 9(06) COMP VALUE ZERO.
      *VARIAVEIS DA FILA DE AVISOS AO CLIENTE (AVISOS.DAT)
       77 WRK-AVISO-FS                   PIC 99.
         88 AVISO-FS-OK                  VALUE 0.
       77 WRK-AVISO-EOF                  PIC X VALUE 'N'.
          88 AVISO-EOF                   VALUE 'S' FALSE 'N'.
       77 WRK-AVISA                      PIC X VALUE 'N'.
          88 AVISA-OK                    VALUE 'S' FALSE 'N'.
       77 WRK-ANTECEDENCIA               PIC 9(05) VALUE ZERO.
       77 WRK-DIAS-RESTANTES             PIC 9(07) COMP.
       77 WRK-DIAS-MOSTRA                PIC 9(05).
       77 WRK-TOTAL-AVISO-VENC           PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-AVISO-AVENC          PIC 9(06) COMP VALUE ZERO.
      *AVISOS DE SENHA JA GRAVADOS NA FILA, POR ID-USUARIO, COM O
      *DT-SENHA A QUE SE REFEREM: A MESMA SENHA NAO GERA O MESMO AVISO
      *DUAS VEZES, MESMO COM O PWDAGE RODANDO A CADA FECHAMENTO
       01 WRK-TAB-AVISADO.
          05 WRK-AVISADO-ITEM OCCURS 9999 TIMES.
             10 WRK-AVS-VENC-FLAG        PIC X(01) VALUE 'N'.
             10 WRK-AVS-VENC-REF         PIC 9(08) VALUE ZERO.
             10 WRK-AVS-AVENC-FLAG       PIC X(01) VALUE 'N'.
             10 WRK-AVS-AVENC-REF        PIC 9(08) VALUE ZERO.
      *POLITICA DE SEGURANCA EM VIGOR (POLCARGA): VALIDADE DA SENHA E
      *ANTECEDENCIA DO AVISO
           COPY POLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-HOJE
            COMPUTE WRK-HOJE-INT = FUNCTION INTEGER-OF-DATE(WRK-HOJE)

            CALL 'POLCARGA' USING PAR-POLITICA
            MOVE PAR-VALIDADE-DIAS             TO WRK-LIMITE-DIAS
            MOVE PAR-ANTECEDENCIA              TO WRK-ANTECEDENCIA
            DISPLAY 'SENHA VENCIDA APOS ' WRK-LIMITE-DIAS
                    ' DIAS, AVISO ' WRK-ANTECEDENCIA
                    ' DIAS ANTES (POLITICA DE SEGURANCA)'

            PERFORM P2-CARREGA-AVISOS THRU P2-CARREGA-AVISOS-FIM
            PERFORM P1-LISTA THRU P1-LISTA-FIM
            IF AVISA-OK
               CLOSE AVISO
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O FECHDIA POSSA ENCADEAR
      *ESTE PASSO E RETOMAR O CONTROLE
                          WRK-TOTAL
                  DISPLAY 'TOTAL DE SENHAS VENCIDAS       : '
                          WRK-TOTAL-VENCIDOS
                  DISPLAY 'AVISOS DE SENHA VENCIDA        : '
                          WRK-TOTAL-AVISO-VENC
                  DISPLAY 'AVISOS DE SENHA A VENCER       : '
                          WRK-TOTAL-AVISO-AVENC
                  CLOSE USUARIO
               END-IF
            END-IF
               ADD 1                           TO WRK-TOTAL-VENCIDOS
               DISPLAY ID-USUARIO ' ' FUNCTION TRIM(E-MAIL)
                       ' - SEM DATA DE SENHA REGISTRADA'
               PERFORM P3-AVISA-VENCIDA THRU P3-AVISA-VENCIDA-FIM
            ELSE
               COMPUTE WRK-SENHA-INT =
                       FUNCTION INTEGER-OF-DATE(DT-SENHA)
                  ADD 1                        TO WRK-TOTAL-VENCIDOS
                  DISPLAY ID-USUARIO ' ' FUNCTION TRIM(E-MAIL)
                          ' - SENHA COM ' WRK-DIAS-SENHA ' DIAS'
                  PERFORM P3-AVISA-VENCIDA THRU P3-AVISA-VENCIDA-FIM
               ELSE
                  PERFORM P3-AVISA-A-VENCER
                          THRU P3-AVISA-A-VENCER-FIM
               END-IF
            END-IF
            PERFORM P1-LEIA-USUARIO
            .
       P1-PROCESSA-USUARIO-FIM.

      *-------------------------------------------------------------------------
      *CARREGA OS AVISOS DE SENHA JA GRAVADOS NA FILA E ABRE A FILA
      *PARA OS AVISOS DESTA EXECUCAO. SEM CONSEGUIR LER OU ABRIR A
      *FILA, A LISTAGEM SAI MAS O PASSO FALHA, PARA QUE OS AVISOS NAO
      *SE PERCAM EM SILENCIO
      *-------------------------------------------------------------------------
       P2-CARREGA-AVISOS.
            MOVE 'N'                           TO WRK-AVISA
            MOVE 'N'                           TO WRK-AVISO-EOF
            OPEN INPUT AVISO
            IF WRK-AVISO-FS NOT EQUAL 35
               IF NOT AVISO-FS-OK
                  DISPLAY 'ERRO AO ABRIR A FILA DE AVISOS'
                  DISPLAY 'FILE STATUS: ' WRK-AVISO-FS
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
                  MOVE 8                       TO RETURN-CODE
                  GO TO P2-CARREGA-AVISOS-FIM
               END-IF
               PERFORM P2-LEIA-AVISO
               PERFORM P2-GUARDA-AVISO THRU P2-GUARDA-AVISO-FIM
                       UNTIL AVISO-EOF
               CLOSE AVISO
            END-IF

            OPEN EXTEND AVISO
            IF WRK-AVISO-FS EQUAL 35
               OPEN OUTPUT AVISO
            END-IF
            IF AVISO-FS-OK
               MOVE 'S'                        TO WRK-AVISA
            ELSE
               DISPLAY 'ERRO AO ABRIR A FILA DE AVISOS PARA GRAVACAO'
               DISPLAY 'FILE STATUS: ' WRK-AVISO-FS
               MOVE 8                          TO RETURN-CODE
            END-IF
            .
       P2-CARREGA-AVISOS-FIM.
       P2-LEIA-AVISO.
            READ AVISO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-AVISO-EOF
            END-READ
            .
       P2-GUARDA-AVISO.
            IF AVISO-ID-USUARIO > ZERO
               IF AVISO-SENHA-VENCIDA
                  MOVE 'S'     TO WRK-AVS-VENC-FLAG(AVISO-ID-USUARIO)
                  MOVE AVISO-REFERENCIA
                               TO WRK-AVS-VENC-REF(AVISO-ID-USUARIO)
               END-IF
               IF AVISO-SENHA-A-VENCER
                  MOVE 'S'     TO WRK-AVS-AVENC-FLAG(AVISO-ID-USUARIO)
                  MOVE AVISO-REFERENCIA
                               TO WRK-AVS-AVENC-REF(AVISO-ID-USUARIO)
               END-IF
            END-IF
            PERFORM P2-LEIA-AVISO
            .
       P2-GUARDA-AVISO-FIM.

      *-------------------------------------------------------------------------
      *AVISO DE SENHA VENCIDA, SOMENTE PARA CADASTRO ATIVO E UMA UNICA
      *VEZ POR DT-SENHA
      *-------------------------------------------------------------------------
       P3-AVISA-VENCIDA.
            IF NOT AVISA-OK OR CADASTRO-INATIVO
               OR ID-USUARIO EQUAL ZERO
               GO TO P3-AVISA-VENCIDA-FIM
            END-IF
            IF WRK-AVS-VENC-FLAG(ID-USUARIO) EQUAL 'S'
               AND WRK-AVS-VENC-REF(ID-USUARIO) EQUAL DT-SENHA
               GO TO P3-AVISA-VENCIDA-FIM
            END-IF

            MOVE 'V'                           TO AVISO-TIPO
            PERFORM P3-MONTA-AVISO THRU P3-MONTA-AVISO-FIM
            STRING 'Prezado(a) ' FUNCTION TRIM(AVISO-NOME)
                   ', sua senha do cadastro numero ' ID-USUARIO
                   ' expirou. Troque-a no proximo acesso.'
               DELIMITED BY SIZE INTO AVISO-TEXTO
            END-STRING
            PERFORM P3-GRAVA-AVISO THRU P3-GRAVA-AVISO-FIM
            IF AVISO-FS-OK
               ADD 1                           TO WRK-TOTAL-AVISO-VENC
               MOVE 'S'            TO WRK-AVS-VENC-FLAG(ID-USUARIO)
               MOVE DT-SENHA       TO WRK-AVS-VENC-REF(ID-USUARIO)
            END-IF
            .
       P3-AVISA-VENCIDA-FIM.

      *-------------------------------------------------------------------------
      *AVISO ANTECIPADO DE SENHA A VENCER: FALTANDO ATE WRK-ANTECEDENCIA
      *DIAS PARA O VENCIMENTO, UMA UNICA VEZ POR DT-SENHA
      *-------------------------------------------------------------------------
       P3-AVISA-A-VENCER.
            IF NOT AVISA-OK OR CADASTRO-INATIVO
               OR ID-USUARIO EQUAL ZERO
               OR WRK-ANTECEDENCIA EQUAL ZERO
               GO TO P3-AVISA-A-VENCER-FIM
            END-IF
            COMPUTE WRK-DIAS-RESTANTES =
                    WRK-LIMITE-DIAS + 1 - WRK-DIAS-SENHA
            IF WRK-DIAS-RESTANTES > WRK-ANTECEDENCIA
               GO TO P3-AVISA-A-VENCER-FIM
            END-IF
            IF WRK-AVS-AVENC-FLAG(ID-USUARIO) EQUAL 'S'
               AND WRK-AVS-AVENC-REF(ID-USUARIO) EQUAL DT-SENHA
               GO TO P3-AVISA-A-VENCER-FIM
            END-IF

            MOVE WRK-DIAS-RESTANTES            TO WRK-DIAS-MOSTRA
            MOVE 'A'                           TO AVISO-TIPO
            PERFORM P3-MONTA-AVISO THRU P3-MONTA-AVISO-FIM
            STRING 'Prezado(a) ' FUNCTION TRIM(AVISO-NOME)
                   ', sua senha do cadastro numero ' ID-USUARIO
                   ' expira em ' WRK-DIAS-MOSTRA
                   ' dias. Troque-a antes do vencimento.'
               DELIMITED BY SIZE INTO AVISO-TEXTO
            END-STRING
            PERFORM P3-GRAVA-AVISO THRU P3-GRAVA-AVISO-FIM
            IF AVISO-FS-OK
               ADD 1                           TO WRK-TOTAL-AVISO-AVENC
               MOVE 'S'            TO WRK-AVS-AVENC-FLAG(ID-USUARIO)
               MOVE DT-SENHA       TO WRK-AVS-AVENC-REF(ID-USUARIO)
            END-IF
            .
       P3-AVISA-A-VENCER-FIM.

      *-------------------------------------------------------------------------
      *CAMPOS COMUNS DO AVISO DE SENHA E GRAVACAO NA FILA
      *-------------------------------------------------------------------------
       P3-MONTA-AVISO.
            MOVE ID-USUARIO                    TO AVISO-ID-USUARIO
            MOVE E-MAIL                        TO AVISO-EMAIL
            MOVE SPACES                        TO AVISO-NOME
            STRING FUNCTION TRIM(FNAME) ' ' FUNCTION TRIM(LNAME)
               DELIMITED BY SIZE INTO AVISO-NOME
            END-STRING
            MOVE WRK-HOJE                      TO AVISO-DATA
            MOVE DT-SENHA                      TO AVISO-REFERENCIA
            MOVE SPACES                        TO AVISO-TEXTO
            MOVE 'N'                           TO AVISO-ENVIADO
            .
       P3-MONTA-AVISO-FIM.
       P3-GRAVA-AVISO.
            WRITE REG-AVISO
            IF NOT AVISO-FS-OK
               DISPLAY 'ERRO AO GRAVAR O AVISO DO ID-USUARIO '
                       ID-USUARIO
               DISPLAY 'FILE STATUS: ' WRK-AVISO-FS
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
               MOVE 8                          TO RETURN-CODE
            END-IF
            .
       P3-GRAVA-AVISO-FIM.

       END PROGRAM PWDAGE.
