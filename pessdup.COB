      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PROVAVEIS PESSOAS DUPLICADAS EM USER.DAT,
      *          PARA OS CASOS QUE O CPFDUP NAO PEGA (CPF DIGITADO
      *          ERRADO OU ZERADO NOS CADASTROS CONVERTIDOS). AGRUPA OS
      *          CADASTROS COM O MESMO NOME NORMALIZADO (FNAME + LNAME
      *          SO COM AS LETRAS, EM MAIUSCULAS) E A MESMA
      *          DT-NASCIMENTO, OU COM A MESMA DT-NASCIMENTO E O MESMO
      *          TELEFONE (SO OS DIGITOS), DA UMA PONTUACAO A CADA
      *          GRUPO E LISTA EM PESSDUP.TXT OS ID-USUARIO CANDIDATOS
      *          COM E-MAIL, CPF, SIT-CADASTRO E O ULTIMO EVENTO DA
      *          TRILHA DE AUDITORIA. O ATENDIMENTO DECIDE QUAL
      *          CADASTRO MANTER E DESATIVA OS DEMAIS PELO MANTUSER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESSDUP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.
               COPY AUDQSEL.
               COPY PDUPSEL.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIO.
           COPY USERREC.

       FD AUDITORIA.
           COPY AUDREC.

       FD AUDARQ.
           COPY AUDREC REPLACING
                REG-AUDITORIA       BY REG-AUDARQ
                AUD-DATA            BY ARQ-DATA
                AUD-HORA            BY ARQ-HORA
                AUD-ID-USUARIO      BY ARQ-ID-USUARIO
                AUD-EMAIL           BY ARQ-EMAIL
                AUD-STATUS          BY ARQ-STATUS
                AUD-SUCESSO         BY ARQ-SUCESSO
                AUD-FS              BY ARQ-FS
                AUD-OPER            BY ARQ-OPER
                AUD-OPER-CADASTRO   BY ARQ-OPER-CADASTRO
                AUD-OPER-LOGIN      BY ARQ-OPER-LOGIN
                AUD-OPER-RESET      BY ARQ-OPER-RESET
                AUD-OPER-TROCA-SENHA BY ARQ-OPER-TROCA-SENHA
                AUD-OPER-EXCLUSAO   BY ARQ-OPER-EXCLUSAO
                AUD-OPER-DORMENTE   BY ARQ-OPER-DORMENTE
                AUD-OPER-EXPURGO    BY ARQ-OPER-EXPURGO
                AUD-OPER-BLOQUEIO   BY ARQ-OPER-BLOQUEIO
                AUD-OPER-DESBLOQUEIO BY ARQ-OPER-DESBLOQUEIO
                AUD-OPER-ANONIMIZACAO BY ARQ-OPER-ANONIMIZACAO
                AUD-OPER-POLITICA   BY ARQ-OPER-POLITICA
                AUD-OPER-ALTERACAO  BY ARQ-OPER-ALTERACAO
                AUD-OPER-OPERADOR   BY ARQ-OPER-OPERADOR
                AUD-OPERADOR        BY ARQ-OPERADOR.

       FD PDUPREL.
           COPY PDUPREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
         88 FS-OK                        VALUE 0.
       77 WRK-AUD-FS                     PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-PDUP-FS                    PIC 99.
         88 PDUP-FS-OK                   VALUE 0.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 USUARIO-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-AUD-EOF                    PIC X VALUE 'N'.
          88 AUDITORIA-EOF               VALUE 'S' FALSE 'N'.
      *ARQUIVOS MORTOS ANUAIS DO AUDARCH (AUDARQ.AAAA.DAT), PARA O
      *ULTIMO EVENTO DE CADASTROS SEM MOVIMENTO RECENTE
       77 WRK-AUDARQ-FS                  PIC 99.
         88 AUDARQ-FS-OK                 VALUE 0.
       77 WRK-AUDARQ-NOME                PIC X(60).
           COPY AUDQNOM.
       77 WRK-ARQ-EOF                    PIC X VALUE 'N'.
          88 AUDARQ-EOF                  VALUE 'S' FALSE 'N'.
       77 WRK-ANO                        PIC 9(04).
       77 WRK-HOJE-ANO                   PIC 9(04).
       77 WRK-HOJE                       PIC 9(08).
      *TABELA DOS CADASTROS DE USER.DAT COM AS CHAVES NORMALIZADAS, O
      *GRUPO (RAIZ) A QUE CADA UM PERTENCE E O SEU ULTIMO EVENTO NA
      *TRILHA DE AUDITORIA
       01 WRK-TAB-PESSOA.
          05 WRK-PES-QTD                 PIC 9(04) COMP VALUE ZERO.
          05 WRK-PES-ITEM OCCURS 9999 TIMES.
             10 WRK-PES-ID               PIC 9(04).
             10 WRK-PES-NOME             PIC X(100).
             10 WRK-PES-NASC             PIC 9(08).
             10 WRK-PES-FONE             PIC X(20).
             10 WRK-PES-EMAIL            PIC X(100).
             10 WRK-PES-CPF              PIC 9(11).
             10 WRK-PES-SIT              PIC X(01).
             10 WRK-PES-PAI              PIC 9(04) COMP.
             10 WRK-PES-RAIZ             PIC 9(04) COMP.
             10 WRK-PES-GRP-QTD          PIC 9(04) COMP.
             10 WRK-PES-GRP-PONTOS       PIC 9(03) COMP.
             10 WRK-PES-GRP-NOME         PIC X(01).
             10 WRK-PES-GRP-FONE         PIC X(01).
             10 WRK-PES-EVT-DATA         PIC 9(08).
             10 WRK-PES-EVT-HORA         PIC 9(06).
             10 WRK-PES-EVT-OPER         PIC X(01).
             10 WRK-PES-EVT-STATUS       PIC X(01).
       77 WRK-PES-CHEIA                  PIC X VALUE 'N'.
      *POSICAO NA TABELA DE CADA ID-USUARIO, PARA LOCALIZAR O CADASTRO
      *DE CADA LINHA DA TRILHA DE AUDITORIA SEM PERCORRER A TABELA
       01 WRK-TAB-POSICAO.
          05 WRK-POS-ID OCCURS 9999 TIMES PIC 9(04) COMP
                                         VALUE ZERO.
       77 WRK-I                          PIC 9(04) COMP.
       77 WRK-J                          PIC 9(04) COMP.
       77 WRK-INICIO-J                   PIC 9(05) COMP.
       77 WRK-RAIZ-I                     PIC 9(04) COMP.
       77 WRK-RAIZ-J                     PIC 9(04) COMP.
       77 WRK-RAIZ                       PIC 9(04) COMP.
      *NORMALIZACAO DO NOME (SO AS LETRAS, EM MAIUSCULAS) E DO
      *TELEFONE (SO OS DIGITOS)
       77 WRK-NOME-BRUTO                 PIC X(100).
       77 WRK-NOME-NORM                  PIC X(100).
       77 WRK-FONE-NORM                  PIC X(20).
       77 WRK-POS                        PIC 9(03) COMP.
       77 WRK-TAM                        PIC 9(03) COMP.
       77 WRK-CARACTER                   PIC X(01).
      *PONTUACAO DO PAR E DO GRUPO: NOME + NASCIMENTO VALE 60,
      *NASCIMENTO + TELEFONE VALE 40, OS DOIS JUNTOS 100
       77 WRK-PONTOS                     PIC 9(03) COMP.
       77 WRK-CASA-NOME                  PIC X(01).
       77 WRK-CASA-FONE                  PIC X(01).
       77 WRK-NIVEL                      PIC 9(03) COMP.
      *EVENTO DE AUDITORIA EM CONFERENCIA, COMUM AO ARQUIVO VIVO E AOS
      *ARQUIVOS MORTOS
       77 WRK-EVT-ID                     PIC 9(04).
       77 WRK-EVT-DATA                   PIC 9(08).
       77 WRK-EVT-HORA                   PIC 9(06).
       77 WRK-EVT-OPER                   PIC X(01).
       77 WRK-EVT-STATUS                 PIC X(01).
       77 WRK-OPER-COD                   PIC X(01).
       77 WRK-OPER-DESC                  PIC X(16).
      *TOTAIS E CAMPOS DE EXIBICAO
       77 WRK-TOTAL-GRUPOS               PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-CANDIDATOS           PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-G100                 PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-G060                 PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-G040                 PIC 9(06) COMP VALUE ZERO.
       77 WRK-NUM-GRUPO                  PIC 9(04) VALUE ZERO.
       77 WRK-QTD-MOSTRA                 PIC 9(06).
       77 WRK-PONTOS-MOSTRA              PIC 9(03).
       77 WRK-CRITERIO                   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   PROVAVEIS PESSOAS DUPLICADAS EM USER.DAT    *'
            DISPLAY '************************************************'

            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-HOJE
            MOVE WRK-HOJE(1:4)                 TO WRK-HOJE-ANO

            PERFORM P1-CARREGA-CADASTROS THRU P1-CARREGA-CADASTROS-FIM
            PERFORM P2-AGRUPA            THRU P2-AGRUPA-FIM
            IF WRK-TOTAL-GRUPOS > ZERO
               PERFORM P3-ULTIMO-EVENTO  THRU P3-ULTIMO-EVENTO-FIM
            END-IF
            PERFORM P4-RELATORIO         THRU P4-RELATORIO-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *CARREGA OS CADASTROS DE USER.DAT NA TABELA COM O NOME E O
      *TELEFONE NORMALIZADOS. CADA CADASTRO COMECA SOZINHO NO PROPRIO
      *GRUPO
      *-------------------------------------------------------------------------
       P1-CARREGA-CADASTROS.
            MOVE 'N'                           TO WRK-EOF
            OPEN INPUT USUARIO
            IF WRK-FS EQUAL 35
               DISPLAY 'NENHUM USUARIO CADASTRADO.'
            ELSE
               IF NOT FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                  DISPLAY 'FILE STATUS: ' WRK-FS
               ELSE
                  PERFORM P1-LEIA-USUARIO
                  PERFORM P1-GUARDA-CADASTRO
                          THRU P1-GUARDA-CADASTRO-FIM
                          UNTIL USUARIO-EOF
                  CLOSE USUARIO
               END-IF
            END-IF
            .
       P1-CARREGA-CADASTROS-FIM.
       P1-LEIA-USUARIO.
            READ USUARIO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-EOF
            END-READ
            .
       P1-GUARDA-CADASTRO.
            IF WRK-PES-QTD NOT < 9999
               IF WRK-PES-CHEIA NOT EQUAL 'S'
                  MOVE 'S'                     TO WRK-PES-CHEIA
                  DISPLAY 'AVISO: MAIS DE 9999 CADASTROS, DEMAIS '
                          'CADASTROS IGNORADOS'
               END-IF
               PERFORM P1-LEIA-USUARIO
               GO TO P1-GUARDA-CADASTRO-FIM
            END-IF

            ADD 1                              TO WRK-PES-QTD
            MOVE WRK-PES-QTD                   TO WRK-I
            MOVE ID-USUARIO                    TO WRK-PES-ID(WRK-I)
            MOVE E-MAIL                        TO WRK-PES-EMAIL(WRK-I)
            MOVE CPF                           TO WRK-PES-CPF(WRK-I)
            IF DT-NASCIMENTO IS NUMERIC
               MOVE DT-NASCIMENTO              TO WRK-PES-NASC(WRK-I)
            ELSE
               MOVE ZERO                       TO WRK-PES-NASC(WRK-I)
            END-IF
      *CADASTROS ANTERIORES AO CICLO DE VIDA DE SITUACAO (ESPACO) SAO
      *ATIVOS, COMO NO RESTANTE DO SISTEMA
            IF CADASTRO-INATIVO
               MOVE 'I'                        TO WRK-PES-SIT(WRK-I)
            ELSE
               MOVE 'A'                        TO WRK-PES-SIT(WRK-I)
            END-IF
            MOVE WRK-I                         TO WRK-PES-PAI(WRK-I)
            MOVE WRK-I                         TO WRK-PES-RAIZ(WRK-I)
            MOVE ZERO                     TO WRK-PES-GRP-QTD(WRK-I)
            MOVE ZERO                     TO WRK-PES-GRP-PONTOS(WRK-I)
            MOVE 'N'                      TO WRK-PES-GRP-NOME(WRK-I)
            MOVE 'N'                      TO WRK-PES-GRP-FONE(WRK-I)
            MOVE ZERO                     TO WRK-PES-EVT-DATA(WRK-I)
            MOVE ZERO                     TO WRK-PES-EVT-HORA(WRK-I)
            MOVE SPACE                    TO WRK-PES-EVT-OPER(WRK-I)
            MOVE SPACE                    TO WRK-PES-EVT-STATUS(WRK-I)
            IF ID-USUARIO > ZERO
               MOVE WRK-I               TO WRK-POS-ID(ID-USUARIO)
            END-IF

            MOVE NOME                          TO WRK-NOME-BRUTO
            INSPECT WRK-NOME-BRUTO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            MOVE SPACES                        TO WRK-NOME-NORM
            MOVE ZERO                          TO WRK-TAM
            PERFORM P1-NORMALIZA-NOME THRU P1-NORMALIZA-NOME-FIM
                    VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 100
            MOVE WRK-NOME-NORM                 TO WRK-PES-NOME(WRK-I)

            MOVE SPACES                        TO WRK-FONE-NORM
            MOVE ZERO                          TO WRK-TAM
            PERFORM P1-NORMALIZA-FONE THRU P1-NORMALIZA-FONE-FIM
                    VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 100
      *TELEFONE COM MENOS DE 8 DIGITOS NAO IDENTIFICA NINGUEM
            IF WRK-TAM < 8
               MOVE SPACES                     TO WRK-FONE-NORM
            END-IF
            MOVE WRK-FONE-NORM                 TO WRK-PES-FONE(WRK-I)

            PERFORM P1-LEIA-USUARIO
            .
       P1-GUARDA-CADASTRO-FIM.
       P1-NORMALIZA-NOME.
            MOVE WRK-NOME-BRUTO(WRK-POS:1)     TO WRK-CARACTER
            IF WRK-CARACTER IS ALPHABETIC-UPPER
               AND WRK-CARACTER NOT EQUAL SPACE
               ADD 1                           TO WRK-TAM
               MOVE WRK-CARACTER        TO WRK-NOME-NORM(WRK-TAM:1)
            END-IF
            .
       P1-NORMALIZA-NOME-FIM.
       P1-NORMALIZA-FONE.
            MOVE TELEFONE(WRK-POS:1)           TO WRK-CARACTER
            IF WRK-CARACTER IS NUMERIC AND WRK-TAM < 20
               ADD 1                           TO WRK-TAM
               MOVE WRK-CARACTER        TO WRK-FONE-NORM(WRK-TAM:1)
            END-IF
            .
       P1-NORMALIZA-FONE-FIM.

      *-------------------------------------------------------------------------
      *CONFRONTA OS CADASTROS DOIS A DOIS (OS DOIS CRITERIOS EXIGEM A
      *MESMA DT-NASCIMENTO) E JUNTA NO MESMO GRUPO OS QUE CASAM. UM
      *CADASTRO QUE CASA COM DOIS OUTROS POR CRITERIOS DIFERENTES LEVA
      *OS TRES PARA O MESMO GRUPO. NO FIM CONTA OS MEMBROS DE CADA
      *GRUPO
      *-------------------------------------------------------------------------
       P2-AGRUPA.
            PERFORM P2-CONFRONTA-I THRU P2-CONFRONTA-I-FIM
                    VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-PES-QTD

            PERFORM P2-CONTA-MEMBRO THRU P2-CONTA-MEMBRO-FIM
                    VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-PES-QTD

            PERFORM P2-CONTA-GRUPO THRU P2-CONTA-GRUPO-FIM
                    VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-PES-QTD
            .
       P2-AGRUPA-FIM.
       P2-CONFRONTA-I.
            IF WRK-PES-NASC(WRK-I) EQUAL ZERO
               GO TO P2-CONFRONTA-I-FIM
            END-IF
            COMPUTE WRK-INICIO-J = WRK-I + 1
            PERFORM P2-CONFRONTA-PAR THRU P2-CONFRONTA-PAR-FIM
                    VARYING WRK-J FROM WRK-INICIO-J BY 1
                    UNTIL WRK-J > WRK-PES-QTD
            .
       P2-CONFRONTA-I-FIM.
       P2-CONFRONTA-PAR.
            IF WRK-PES-NASC(WRK-J) NOT EQUAL WRK-PES-NASC(WRK-I)
               GO TO P2-CONFRONTA-PAR-FIM
            END-IF

            MOVE ZERO                          TO WRK-PONTOS
            MOVE 'N'                           TO WRK-CASA-NOME
            MOVE 'N'                           TO WRK-CASA-FONE
            IF WRK-PES-NOME(WRK-I) NOT EQUAL SPACES
               AND WRK-PES-NOME(WRK-I) EQUAL WRK-PES-NOME(WRK-J)
               ADD 60                          TO WRK-PONTOS
               MOVE 'S'                        TO WRK-CASA-NOME
            END-IF
            IF WRK-PES-FONE(WRK-I) NOT EQUAL SPACES
               AND WRK-PES-FONE(WRK-I) EQUAL WRK-PES-FONE(WRK-J)
               ADD 40                          TO WRK-PONTOS
               MOVE 'S'                        TO WRK-CASA-FONE
            END-IF
            IF WRK-PONTOS EQUAL ZERO
               GO TO P2-CONFRONTA-PAR-FIM
            END-IF

            MOVE WRK-I                         TO WRK-RAIZ
            PERFORM P2-ACHA-RAIZ THRU P2-ACHA-RAIZ-FIM
            MOVE WRK-RAIZ                      TO WRK-RAIZ-I
            MOVE WRK-J                         TO WRK-RAIZ
            PERFORM P2-ACHA-RAIZ THRU P2-ACHA-RAIZ-FIM
            MOVE WRK-RAIZ                      TO WRK-RAIZ-J

      *JUNTA O GRUPO DE J AO GRUPO DE I, LEVANDO A MAIOR PONTUACAO E
      *OS CRITERIOS QUE JA CASARAM NO GRUPO DE J
            IF WRK-RAIZ-I NOT EQUAL WRK-RAIZ-J
               MOVE WRK-RAIZ-I          TO WRK-PES-PAI(WRK-RAIZ-J)
               IF WRK-PES-GRP-PONTOS(WRK-RAIZ-J) >
                  WRK-PES-GRP-PONTOS(WRK-RAIZ-I)
                  MOVE WRK-PES-GRP-PONTOS(WRK-RAIZ-J)
                                    TO WRK-PES-GRP-PONTOS(WRK-RAIZ-I)
               END-IF
               IF WRK-PES-GRP-NOME(WRK-RAIZ-J) EQUAL 'S'
                  MOVE 'S'          TO WRK-PES-GRP-NOME(WRK-RAIZ-I)
               END-IF
               IF WRK-PES-GRP-FONE(WRK-RAIZ-J) EQUAL 'S'
                  MOVE 'S'          TO WRK-PES-GRP-FONE(WRK-RAIZ-I)
               END-IF
            END-IF
            IF WRK-PONTOS > WRK-PES-GRP-PONTOS(WRK-RAIZ-I)
               MOVE WRK-PONTOS      TO WRK-PES-GRP-PONTOS(WRK-RAIZ-I)
            END-IF
            IF WRK-CASA-NOME EQUAL 'S'
               MOVE 'S'             TO WRK-PES-GRP-NOME(WRK-RAIZ-I)
            END-IF
            IF WRK-CASA-FONE EQUAL 'S'
               MOVE 'S'             TO WRK-PES-GRP-FONE(WRK-RAIZ-I)
            END-IF
            .
       P2-CONFRONTA-PAR-FIM.
       P2-ACHA-RAIZ.
            PERFORM P2-SOBE-RAIZ
                    UNTIL WRK-PES-PAI(WRK-RAIZ) EQUAL WRK-RAIZ
            .
       P2-ACHA-RAIZ-FIM.
       P2-SOBE-RAIZ.
            MOVE WRK-PES-PAI(WRK-RAIZ)         TO WRK-RAIZ
            .
       P2-CONTA-MEMBRO.
            MOVE WRK-I                         TO WRK-RAIZ
            PERFORM P2-ACHA-RAIZ THRU P2-ACHA-RAIZ-FIM
            MOVE WRK-RAIZ                      TO WRK-PES-RAIZ(WRK-I)
            ADD 1                    TO WRK-PES-GRP-QTD(WRK-RAIZ)
            .
       P2-CONTA-MEMBRO-FIM.
       P2-CONTA-GRUPO.
            IF WRK-PES-RAIZ(WRK-I) EQUAL WRK-I
               AND WRK-PES-GRP-QTD(WRK-I) > 1
               ADD 1                           TO WRK-TOTAL-GRUPOS
               ADD WRK-PES-GRP-QTD(WRK-I)      TO WRK-TOTAL-CANDIDATOS
               EVALUATE WRK-PES-GRP-PONTOS(WRK-I)
                 WHEN 100
                    ADD 1                      TO WRK-TOTAL-G100
                 WHEN 60
                    ADD 1                      TO WRK-TOTAL-G060
                 WHEN OTHER
                    ADD 1                      TO WRK-TOTAL-G040
               END-EVALUATE
            END-IF
            .
       P2-CONTA-GRUPO-FIM.

      *-------------------------------------------------------------------------
      *ULTIMO EVENTO DE CADA CADASTRO NA TRILHA DE AUDITORIA: ARQUIVOS
      *MORTOS ANUAIS DESDE 2000 (MESMA VARREDURA DO RECONUSR) E DEPOIS
      *O ARQUIVO VIVO. FICA O EVENTO DE MAIOR DATA/HORA
      *-------------------------------------------------------------------------
       P3-ULTIMO-EVENTO.
            PERFORM P3-VARRE-UM-ANO THRU P3-VARRE-UM-ANO-FIM
                    VARYING WRK-ANO FROM 2000 BY 1
                    UNTIL WRK-ANO > WRK-HOJE-ANO

            MOVE 'N'                           TO WRK-AUD-EOF
            OPEN INPUT AUDITORIA
            IF WRK-AUD-FS NOT EQUAL 35
               IF NOT AUD-FS-OK
                  DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA'
                  DISPLAY 'FILE STATUS: ' WRK-AUD-FS
               ELSE
                  PERFORM P3-LEIA-AUDITORIA
                  PERFORM P3-PROCESSA-AUDITORIA
                          THRU P3-PROCESSA-AUDITORIA-FIM
                          UNTIL AUDITORIA-EOF
                  CLOSE AUDITORIA
               END-IF
            END-IF
            .
       P3-ULTIMO-EVENTO-FIM.
       P3-VARRE-UM-ANO.
            MOVE SPACES                        TO WRK-AUDARQ-NOME
            STRING AUDARQ-NOME-PREFIXO WRK-ANO '.DAT'
               DELIMITED BY SIZE INTO WRK-AUDARQ-NOME
            END-STRING

            MOVE 'N'                           TO WRK-ARQ-EOF
            OPEN INPUT AUDARQ
            IF WRK-AUDARQ-FS EQUAL 35
      *NAO HA ARQUIVO MORTO PARA ESTE ANO, SEGUE PARA O PROXIMO
               CONTINUE
            ELSE
               IF NOT AUDARQ-FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO DO ANO '
                          WRK-ANO
                  DISPLAY 'FILE STATUS: ' WRK-AUDARQ-FS
               ELSE
                  PERFORM P3-LEIA-AUDARQ
                  PERFORM P3-PROCESSA-AUDARQ
                          THRU P3-PROCESSA-AUDARQ-FIM
                          UNTIL AUDARQ-EOF
                  CLOSE AUDARQ
               END-IF
            END-IF
            .
       P3-VARRE-UM-ANO-FIM.
       P3-LEIA-AUDARQ.
            READ AUDARQ NEXT RECORD
               AT END MOVE 'S'                 TO WRK-ARQ-EOF
            END-READ
            .
       P3-PROCESSA-AUDARQ.
            MOVE ARQ-ID-USUARIO                TO WRK-EVT-ID
            MOVE ARQ-DATA                      TO WRK-EVT-DATA
            MOVE ARQ-HORA                      TO WRK-EVT-HORA
            MOVE ARQ-OPER                      TO WRK-EVT-OPER
            MOVE ARQ-STATUS                    TO WRK-EVT-STATUS
            PERFORM P3-GUARDA-EVENTO THRU P3-GUARDA-EVENTO-FIM
            PERFORM P3-LEIA-AUDARQ
            .
       P3-PROCESSA-AUDARQ-FIM.
       P3-LEIA-AUDITORIA.
            READ AUDITORIA NEXT RECORD
               AT END MOVE 'S'                 TO WRK-AUD-EOF
            END-READ
            .
       P3-PROCESSA-AUDITORIA.
            MOVE AUD-ID-USUARIO                TO WRK-EVT-ID
            MOVE AUD-DATA                      TO WRK-EVT-DATA
            MOVE AUD-HORA                      TO WRK-EVT-HORA
            MOVE AUD-OPER                      TO WRK-EVT-OPER
            MOVE AUD-STATUS                    TO WRK-EVT-STATUS
            PERFORM P3-GUARDA-EVENTO THRU P3-GUARDA-EVENTO-FIM
            PERFORM P3-LEIA-AUDITORIA
            .
       P3-PROCESSA-AUDITORIA-FIM.
       P3-GUARDA-EVENTO.
            IF WRK-EVT-ID IS NOT NUMERIC OR WRK-EVT-ID EQUAL ZERO
               GO TO P3-GUARDA-EVENTO-FIM
            END-IF
            MOVE WRK-POS-ID(WRK-EVT-ID)        TO WRK-I
            IF WRK-I EQUAL ZERO
               GO TO P3-GUARDA-EVENTO-FIM
            END-IF
            IF WRK-EVT-DATA > WRK-PES-EVT-DATA(WRK-I)
               OR (WRK-EVT-DATA EQUAL WRK-PES-EVT-DATA(WRK-I)
                   AND WRK-EVT-HORA NOT < WRK-PES-EVT-HORA(WRK-I))
               MOVE WRK-EVT-DATA        TO WRK-PES-EVT-DATA(WRK-I)
               MOVE WRK-EVT-HORA        TO WRK-PES-EVT-HORA(WRK-I)
               MOVE WRK-EVT-OPER        TO WRK-PES-EVT-OPER(WRK-I)
               MOVE WRK-EVT-STATUS      TO WRK-PES-EVT-STATUS(WRK-I)
            END-IF
            .
       P3-GUARDA-EVENTO-FIM.

      *-------------------------------------------------------------------------
      *RELATORIO (PESSDUP.TXT): OS GRUPOS DA MAIOR PARA A MENOR
      *PONTUACAO, CADA UM COM OS SEUS CANDIDATOS LADO A LADO
      *-------------------------------------------------------------------------
       P4-RELATORIO.
            OPEN OUTPUT PDUPREL
            IF NOT PDUP-FS-OK
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE DUPLICADOS'
               DISPLAY 'FILE STATUS: ' WRK-PDUP-FS
               GO TO P4-RELATORIO-FIM
            END-IF

            PERFORM P4-CABECALHO THRU P4-CABECALHO-FIM
            MOVE 100                           TO WRK-NIVEL
            PERFORM P4-LISTA-GRUPO THRU P4-LISTA-GRUPO-FIM
                    VARYING WRK-RAIZ FROM 1 BY 1
                    UNTIL WRK-RAIZ > WRK-PES-QTD
            MOVE 60                            TO WRK-NIVEL
            PERFORM P4-LISTA-GRUPO THRU P4-LISTA-GRUPO-FIM
                    VARYING WRK-RAIZ FROM 1 BY 1
                    UNTIL WRK-RAIZ > WRK-PES-QTD
            MOVE 40                            TO WRK-NIVEL
            PERFORM P4-LISTA-GRUPO THRU P4-LISTA-GRUPO-FIM
                    VARYING WRK-RAIZ FROM 1 BY 1
                    UNTIL WRK-RAIZ > WRK-PES-QTD
            PERFORM P5-RODAPE THRU P5-RODAPE-FIM
            CLOSE PDUPREL
            .
       P4-RELATORIO-FIM.
       P4-CABECALHO.
            MOVE ALL '='                       TO REG-PDUP-REL
            WRITE REG-PDUP-REL

            MOVE SPACES                        TO REG-PDUP-REL
            STRING 'CADASTRO DE USUARIOS - PROVAVEIS PESSOAS DUPLICADAS'
                   '          EMITIDO EM: ' WRK-HOJE
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            WRITE REG-PDUP-REL

            MOVE SPACES                        TO REG-PDUP-REL
            STRING 'PONTUACAO: 100 = NOME + NASCIMENTO + TELEFONE, '
                   '60 = NOME + NASCIMENTO, 40 = NASCIMENTO + TELEFONE'
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            WRITE REG-PDUP-REL

            MOVE ALL '='                       TO REG-PDUP-REL
            WRITE REG-PDUP-REL
            .
       P4-CABECALHO-FIM.
       P4-LISTA-GRUPO.
            IF WRK-PES-RAIZ(WRK-RAIZ) NOT EQUAL WRK-RAIZ
               OR WRK-PES-GRP-QTD(WRK-RAIZ) < 2
               OR WRK-PES-GRP-PONTOS(WRK-RAIZ) NOT EQUAL WRK-NIVEL
               GO TO P4-LISTA-GRUPO-FIM
            END-IF

            ADD 1                              TO WRK-NUM-GRUPO
            MOVE WRK-PES-GRP-PONTOS(WRK-RAIZ)  TO WRK-PONTOS-MOSTRA
            MOVE SPACES                        TO WRK-CRITERIO
            IF WRK-PES-GRP-NOME(WRK-RAIZ) EQUAL 'S'
               AND WRK-PES-GRP-FONE(WRK-RAIZ) EQUAL 'S'
               MOVE 'NOME, NASCIMENTO E TELEFONE' TO WRK-CRITERIO
            ELSE
               IF WRK-PES-GRP-NOME(WRK-RAIZ) EQUAL 'S'
                  MOVE 'NOME E NASCIMENTO'     TO WRK-CRITERIO
               ELSE
                  MOVE 'NASCIMENTO E TELEFONE' TO WRK-CRITERIO
               END-IF
            END-IF

            MOVE SPACES                        TO REG-PDUP-REL
            WRITE REG-PDUP-REL
            MOVE SPACES                        TO REG-PDUP-REL
            STRING 'GRUPO ' WRK-NUM-GRUPO '   PONTUACAO '
                   WRK-PONTOS-MOSTRA '   CASAM POR: ' WRK-CRITERIO
                   '   NASCIMENTO: ' WRK-PES-NASC(WRK-RAIZ)
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            WRITE REG-PDUP-REL
            MOVE SPACES                        TO REG-PDUP-REL
            STRING 'ID   E-MAIL                                   '
                   'CPF         SIT ULTIMO EVENTO NA AUDITORIA'
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            WRITE REG-PDUP-REL
            MOVE ALL '-'                       TO REG-PDUP-REL
            WRITE REG-PDUP-REL

            PERFORM P4-LISTA-CANDIDATO THRU P4-LISTA-CANDIDATO-FIM
                    VARYING WRK-I FROM 1 BY 1
                    UNTIL WRK-I > WRK-PES-QTD
            .
       P4-LISTA-GRUPO-FIM.
       P4-LISTA-CANDIDATO.
            IF WRK-PES-RAIZ(WRK-I) NOT EQUAL WRK-RAIZ
               GO TO P4-LISTA-CANDIDATO-FIM
            END-IF

            MOVE SPACES                        TO REG-PDUP-REL
            IF WRK-PES-EVT-DATA(WRK-I) EQUAL ZERO
               STRING WRK-PES-ID(WRK-I) ' '
                      WRK-PES-EMAIL(WRK-I)(1:40) ' '
                      WRK-PES-CPF(WRK-I) ' '
                      WRK-PES-SIT(WRK-I) '   '
                      'SEM EVENTO NA TRILHA'
                  DELIMITED BY SIZE INTO REG-PDUP-REL
               END-STRING
            ELSE
               MOVE WRK-PES-EVT-OPER(WRK-I)    TO WRK-OPER-COD
               PERFORM P9-DESCREVE-OPER THRU P9-DESCREVE-OPER-FIM
               STRING WRK-PES-ID(WRK-I) ' '
                      WRK-PES-EMAIL(WRK-I)(1:40) ' '
                      WRK-PES-CPF(WRK-I) ' '
                      WRK-PES-SIT(WRK-I) '   '
                      WRK-PES-EVT-DATA(WRK-I) ' '
                      WRK-PES-EVT-HORA(WRK-I) ' '
                      WRK-OPER-DESC ' '
                      WRK-PES-EVT-STATUS(WRK-I)
                  DELIMITED BY SIZE INTO REG-PDUP-REL
               END-STRING
            END-IF
            WRITE REG-PDUP-REL
            .
       P4-LISTA-CANDIDATO-FIM.

      *-------------------------------------------------------------------------
      *RODAPE COM OS TOTAIS DO RELATORIO, NO ARQUIVO E NA TELA
      *-------------------------------------------------------------------------
       P5-RODAPE.
            MOVE SPACES                        TO REG-PDUP-REL
            WRITE REG-PDUP-REL
            MOVE ALL '='                       TO REG-PDUP-REL
            WRITE REG-PDUP-REL

            MOVE WRK-PES-QTD                   TO WRK-QTD-MOSTRA
            MOVE SPACES                        TO REG-PDUP-REL
            STRING 'TOTAL DE CADASTROS VERIFICADOS      : '
                   WRK-QTD-MOSTRA
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            PERFORM P5-EMITE THRU P5-EMITE-FIM

            MOVE WRK-TOTAL-GRUPOS              TO WRK-QTD-MOSTRA
            MOVE SPACES                        TO REG-PDUP-REL
            STRING 'GRUPOS DE PROVAVEIS DUPLICADOS      : '
                   WRK-QTD-MOSTRA
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            PERFORM P5-EMITE THRU P5-EMITE-FIM

            MOVE WRK-TOTAL-G100                TO WRK-QTD-MOSTRA
            MOVE SPACES                        TO REG-PDUP-REL
            STRING '  PONTUACAO 100                     : '
                   WRK-QTD-MOSTRA
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            PERFORM P5-EMITE THRU P5-EMITE-FIM

            MOVE WRK-TOTAL-G060                TO WRK-QTD-MOSTRA
            MOVE SPACES                        TO REG-PDUP-REL
            STRING '  PONTUACAO  60                     : '
                   WRK-QTD-MOSTRA
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            PERFORM P5-EMITE THRU P5-EMITE-FIM

            MOVE WRK-TOTAL-G040                TO WRK-QTD-MOSTRA
            MOVE SPACES                        TO REG-PDUP-REL
            STRING '  PONTUACAO  40                     : '
                   WRK-QTD-MOSTRA
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            PERFORM P5-EMITE THRU P5-EMITE-FIM

            MOVE WRK-TOTAL-CANDIDATOS          TO WRK-QTD-MOSTRA
            MOVE SPACES                        TO REG-PDUP-REL
            STRING 'CADASTROS CANDIDATOS                : '
                   WRK-QTD-MOSTRA
               DELIMITED BY SIZE INTO REG-PDUP-REL
            END-STRING
            PERFORM P5-EMITE THRU P5-EMITE-FIM

            MOVE ALL '='                       TO REG-PDUP-REL
            WRITE REG-PDUP-REL
            DISPLAY 'RELATORIO GRAVADO EM PESSDUP.TXT. DESATIVE OS '
                    'CADASTROS EXCEDENTES PELO MANTUSER.'
            .
       P5-RODAPE-FIM.
       P5-EMITE.
            WRITE REG-PDUP-REL
            DISPLAY FUNCTION TRIM(REG-PDUP-REL TRAILING)
            .
       P5-EMITE-FIM.

      *-------------------------------------------------------------------------
      *DESCRICAO DA OPERACAO DE AUDITORIA (MESMA TABELA DO AUDLIST)
      *-------------------------------------------------------------------------
       P9-DESCREVE-OPER.
            EVALUATE WRK-OPER-COD
              WHEN 'C'
              WHEN ' '
                 MOVE 'CADASTRO'               TO WRK-OPER-DESC
              WHEN 'L'
                 MOVE 'LOGIN'                  TO WRK-OPER-DESC
              WHEN 'R'
                 MOVE 'RESET DE CONTA'         TO WRK-OPER-DESC
              WHEN 'T'
                 MOVE 'TROCA DE SENHA'         TO WRK-OPER-DESC
              WHEN 'E'
                 MOVE 'EXCLUSAO MANUAL'        TO WRK-OPER-DESC
              WHEN 'D'
                 MOVE 'DESATIV. AUTOM.'        TO WRK-OPER-DESC
              WHEN 'P'
                 MOVE 'EXPURGO'                TO WRK-OPER-DESC
              WHEN 'B'
                 MOVE 'BLOQUEIO'               TO WRK-OPER-DESC
              WHEN 'U'
                 MOVE 'DESBLOQUEIO'            TO WRK-OPER-DESC
              WHEN 'A'
                 MOVE 'ANONIMIZACAO'           TO WRK-OPER-DESC
              WHEN 'S'
                 MOVE 'POLITICA SEGUR.'        TO WRK-OPER-DESC
              WHEN 'M'
                 MOVE 'ALTERACAO DADOS'        TO WRK-OPER-DESC
              WHEN 'O'
                 MOVE 'MANUT. OPERADOR'        TO WRK-OPER-DESC
              WHEN OTHER
                 MOVE 'NAO IDENTIFICADA'       TO WRK-OPER-DESC
            END-EVALUATE
            .
       P9-DESCREVE-OPER-FIM.

       END PROGRAM PESSDUP.
