      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: EXTRACAO INCREMENTAL DE USER.DAT PARA OS SISTEMAS
      *          EXTERNOS (USUDELTA.CSV), AO LADO DA EXTRACAO COMPLETA
      *          DO EXTUSER. ENVIA SOMENTE OS CADASTROS INCLUIDOS (I),
      *          ALTERADOS (A), DESATIVADOS (D) OU EXPURGADOS (P) DESDE
      *          A ULTIMA EXTRACAO CONCLUIDA, CONFRONTANDO USER.DAT COM
      *          O RETRATO TIRADO NAQUELA EXTRACAO. O ARQUIVO TEM UM
      *          CABECALHO COM A SEQUENCIA E A FAIXA DE DATA/HORA E UM
      *          TRAILER COM AS QUANTIDADES POR ACAO. O PONTO DA ULTIMA
      *          EXTRACAO FICA EM DELTCTRL.DAT E SO AVANCA QUANDO TUDO
      *          FOI GRAVADO; UMA EXECUCAO QUE FALHA E REPETIDA REENVIA
      *          A MESMA SEQUENCIA, E O DESTINO PERCEBE UMA SEQUENCIA
      *          QUE FALTOU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTDELTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY DLTSEL.
               COPY DCTLSEL.
               COPY SNAPSEL.
               COPY SNAPSEL2.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIO.
           COPY USERREC.

       FD DELTA.
           COPY DLTREC.

       FD DELTACTL.
           COPY DCTLREC.

       FD SNAPANT.
           COPY SNAPREC.

       FD SNAPNOVO.
           COPY SNAPREC REPLACING
                REG-SNAPSHOT        BY REG-SNAP-NOVO
                SNP-ID-USUARIO      BY NOVO-ID-USUARIO
                SNP-E-MAIL          BY NOVO-E-MAIL
                SNP-FNAME           BY NOVO-FNAME
                SNP-LNAME           BY NOVO-LNAME
                SNP-TELEFONE        BY NOVO-TELEFONE
                SNP-SIT-CADASTRO    BY NOVO-SIT-CADASTRO.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
         88 FS-OK                        VALUE 0.
       77 WRK-DLT-FS                     PIC 99.
         88 DLT-FS-OK                    VALUE 0.
       77 WRK-DCTL-FS                    PIC 99.
         88 DCTL-FS-OK                   VALUE 0.
       77 WRK-SNAPANT-FS                 PIC 99.
         88 SNAPANT-FS-OK                VALUE 0.
       77 WRK-SNAPNOVO-FS                PIC 99.
         88 SNAPNOVO-FS-OK               VALUE 0.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 USUARIO-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-SNAP-EOF                   PIC X VALUE 'N'.
          88 SNAPANT-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-ERRO                       PIC X VALUE 'N'.
          88 ERRO-EXTRACAO               VALUE 'S' FALSE 'N'.
      *NOMES DOS RETRATOS DE USER.DAT NAS DUAS POSICOES (A/B). A
      *EXTRACAO LE O RETRATO DA POSICAO ATUAL E GRAVA O NOVO NA OUTRA;
      *A TROCA SO VALE QUANDO O DELTCTRL.DAT EH REGRAVADO
       77 WRK-SNAPANT-NOME               PIC X(60).
       77 WRK-SNAPNOVO-NOME              PIC X(60).
           COPY SNAPNOM.
       77 WRK-POSICAO-ANT                PIC X(01) VALUE SPACE.
          88 SEM-RETRATO                 VALUE SPACE.
       77 WRK-POSICAO-NOVA               PIC X(01).
      *PONTO DA ULTIMA EXTRACAO CONCLUIDA E DESTA EXTRACAO
       77 WRK-SEQ-ANT                    PIC 9(06) VALUE ZERO.
       77 WRK-SEQ                        PIC 9(06).
       01 WRK-DESDE-GRP.
          05 WRK-DESDE-DATA              PIC 9(08) VALUE ZERO.
          05 WRK-DESDE-HORA              PIC 9(06) VALUE ZERO.
       01 WRK-AGORA-GRP.
          05 WRK-AGORA-DATA              PIC 9(08).
          05 WRK-AGORA-HORA              PIC 9(06).
      *CHAVES DO CONFRONTO DE USER.DAT COM O RETRATO ANTERIOR (AMBOS EM
      *ORDEM DE ID-USUARIO). NO FIM DE UM DOS ARQUIVOS A CHAVE VAI PARA
      *99999, ACIMA DE QUALQUER ID
       77 WRK-CHAVE-USU                  PIC 9(05).
       77 WRK-CHAVE-SNP                  PIC 9(05).
       77 WRK-SIT-ATUAL                  PIC X(01).
      *LINHA DE DETALHE A GRAVAR
       77 WRK-ACAO                       PIC X(01).
       77 WRK-DET-ID                     PIC 9(04).
       77 WRK-DET-FNAME                  PIC X(50).
       77 WRK-DET-LNAME                  PIC X(50).
       77 WRK-DET-EMAIL                  PIC X(100).
       77 WRK-DET-TELEFONE               PIC X(100).
       77 WRK-DET-SIT                    PIC X(01).
      *QUANTIDADES POR ACAO PARA O TRAILER
       77 WRK-QTD-INC                    PIC 9(06) COMP VALUE ZERO.
       77 WRK-QTD-ALT                    PIC 9(06) COMP VALUE ZERO.
       77 WRK-QTD-DES                    PIC 9(06) COMP VALUE ZERO.
       77 WRK-QTD-EXP                    PIC 9(06) COMP VALUE ZERO.
       77 WRK-QTD-DET                    PIC 9(06) COMP VALUE ZERO.
       77 WRK-QTD-RETRATO                PIC 9(06) COMP VALUE ZERO.
       77 WRK-MOSTRA-INC                 PIC 9(06).
       77 WRK-MOSTRA-ALT                 PIC 9(06).
       77 WRK-MOSTRA-DES                 PIC 9(06).
       77 WRK-MOSTRA-EXP                 PIC 9(06).
       77 WRK-MOSTRA-DET                 PIC 9(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   EXTRACAO INCREMENTAL DE USUARIOS            *'
            DISPLAY '************************************************'

            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-AGORA-DATA
            MOVE FUNCTION CURRENT-DATE(9:6)    TO WRK-AGORA-HORA

      *ESTADO INICIAL DA EXTRACAO, MESMO QUANDO O PROGRAMA JA FOI
      *CHAMADO ANTES NA MESMA EXECUCAO
            MOVE 'N'                           TO WRK-EOF
            MOVE 'N'                           TO WRK-SNAP-EOF
            MOVE 'N'                           TO WRK-ERRO
            MOVE ZERO                          TO WRK-SEQ-ANT
            MOVE ZERO                          TO WRK-DESDE-DATA
            MOVE ZERO                          TO WRK-DESDE-HORA
            MOVE SPACE                         TO WRK-POSICAO-ANT
            MOVE ZERO                          TO WRK-QTD-INC
            MOVE ZERO                          TO WRK-QTD-ALT
            MOVE ZERO                          TO WRK-QTD-DES
            MOVE ZERO                          TO WRK-QTD-EXP
            MOVE ZERO                          TO WRK-QTD-DET
            MOVE ZERO                          TO WRK-QTD-RETRATO

            PERFORM P1-LE-CONTROLE THRU P1-LE-CONTROLE-FIM

            IF NOT ERRO-EXTRACAO
               PERFORM P2-ABRE-ARQUIVOS THRU P2-ABRE-ARQUIVOS-FIM
            END-IF

            IF NOT ERRO-EXTRACAO
               PERFORM P3-CABECALHO THRU P3-CABECALHO-FIM
               PERFORM P4-LEIA-USUARIO
               PERFORM P4-LEIA-RETRATO
               PERFORM P4-CONFRONTA THRU P4-CONFRONTA-FIM
                       UNTIL USUARIO-EOF AND SNAPANT-EOF
               PERFORM P5-TRAILER THRU P5-TRAILER-FIM
               CLOSE USUARIO
               CLOSE DELTA
               CLOSE SNAPNOVO
               IF NOT SEM-RETRATO
                  CLOSE SNAPANT
               END-IF
            END-IF

            IF NOT ERRO-EXTRACAO
               PERFORM P6-GRAVA-CONTROLE THRU P6-GRAVA-CONTROLE-FIM
            END-IF

            PERFORM P7-RODAPE THRU P7-RODAPE-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O FECHDIA POSSA ENCADEAR
      *ESTE PASSO E RETOMAR O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *LE O PONTO DA ULTIMA EXTRACAO CONCLUIDA. SEM DELTCTRL.DAT ESTA
      *EH A PRIMEIRA EXTRACAO: SEQUENCIA 1, SEM RETRATO ANTERIOR, E
      *TODOS OS CADASTROS SAEM COMO INCLUSAO (CARGA COMPLETA)
      *-------------------------------------------------------------------------
       P1-LE-CONTROLE.
            OPEN INPUT DELTACTL
            IF WRK-DCTL-FS EQUAL 35
               DISPLAY 'PRIMEIRA EXTRACAO INCREMENTAL - CARGA COMPLETA.'
            ELSE
               IF NOT DCTL-FS-OK
                  DISPLAY 'ERRO AO ABRIR O CONTROLE DA EXTRACAO'
                  DISPLAY 'FILE STATUS: ' WRK-DCTL-FS
                  MOVE 'S'                     TO WRK-ERRO
               ELSE
                  READ DELTACTL NEXT RECORD
                     AT END
                        DISPLAY 'CONTROLE DA EXTRACAO VAZIO - CARGA '
                                'COMPLETA.'
                     NOT AT END
                        MOVE DCTL-SEQ          TO WRK-SEQ-ANT
                        MOVE DCTL-DATA         TO WRK-DESDE-DATA
                        MOVE DCTL-HORA         TO WRK-DESDE-HORA
                        MOVE DCTL-POSICAO      TO WRK-POSICAO-ANT
                  END-READ
                  CLOSE DELTACTL
               END-IF
            END-IF

            ADD 1 TO WRK-SEQ-ANT           GIVING WRK-SEQ
            IF WRK-POSICAO-ANT EQUAL 'A'
               MOVE 'B'                        TO WRK-POSICAO-NOVA
            ELSE
               MOVE 'A'                        TO WRK-POSICAO-NOVA
            END-IF
            .
       P1-LE-CONTROLE-FIM.

      *-------------------------------------------------------------------------
      *ABERTURA DE USER.DAT, DO RETRATO ANTERIOR, DO NOVO RETRATO E DO
      *ARQUIVO DE SAIDA. EM QUALQUER FALHA FECHA O QUE JA ABRIU E NADA
      *EH ENVIADO
      *-------------------------------------------------------------------------
       P2-ABRE-ARQUIVOS.
            MOVE SPACES                        TO WRK-SNAPANT-NOME
            STRING SNAP-NOME-PREFIXO WRK-POSICAO-ANT '.DAT'
               DELIMITED BY SIZE INTO WRK-SNAPANT-NOME
            END-STRING
            MOVE SPACES                        TO WRK-SNAPNOVO-NOME
            STRING SNAP-NOME-PREFIXO WRK-POSICAO-NOVA '.DAT'
               DELIMITED BY SIZE INTO WRK-SNAPNOVO-NOME
            END-STRING

            OPEN INPUT USUARIO
            IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
               DISPLAY 'FILE STATUS: ' WRK-FS
               MOVE 'S'                        TO WRK-ERRO
               GO TO P2-ABRE-ARQUIVOS-FIM
            END-IF

      *O RETRATO APONTADO PELO CONTROLE TEM DE EXISTIR: SEM ELE TODOS
      *OS CADASTROS SAIRIAM COMO INCLUSAO
            IF SEM-RETRATO
               MOVE 'S'                        TO WRK-SNAP-EOF
            ELSE
               OPEN INPUT SNAPANT
               IF NOT SNAPANT-FS-OK
                  DISPLAY 'ERRO AO ABRIR O RETRATO DA ULTIMA EXTRACAO: '
                          FUNCTION TRIM(WRK-SNAPANT-NOME)
                  DISPLAY 'FILE STATUS: ' WRK-SNAPANT-FS
                  DISPLAY 'PARA UMA NOVA CARGA COMPLETA, RETIRE O '
                          'DELTCTRL.DAT E AVISE O DESTINO.'
                  CLOSE USUARIO
                  MOVE 'S'                     TO WRK-ERRO
                  GO TO P2-ABRE-ARQUIVOS-FIM
               END-IF
            END-IF

            OPEN OUTPUT SNAPNOVO
            IF NOT SNAPNOVO-FS-OK
               DISPLAY 'ERRO AO CRIAR O NOVO RETRATO: '
                       FUNCTION TRIM(WRK-SNAPNOVO-NOME)
               DISPLAY 'FILE STATUS: ' WRK-SNAPNOVO-FS
               CLOSE USUARIO
               IF NOT SEM-RETRATO
                  CLOSE SNAPANT
               END-IF
               MOVE 'S'                        TO WRK-ERRO
               GO TO P2-ABRE-ARQUIVOS-FIM
            END-IF

            OPEN OUTPUT DELTA
            IF NOT DLT-FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EXTRACAO INCREMENTAL'
               DISPLAY 'FILE STATUS: ' WRK-DLT-FS
               CLOSE USUARIO
               CLOSE SNAPNOVO
               IF NOT SEM-RETRATO
                  CLOSE SNAPANT
               END-IF
               MOVE 'S'                        TO WRK-ERRO
            END-IF
            .
       P2-ABRE-ARQUIVOS-FIM.

      *-------------------------------------------------------------------------
      *CABECALHO: SEQUENCIA DA EXTRACAO E FAIXA DE DATA/HORA COBERTA
      *(DESDE A ULTIMA EXTRACAO CONCLUIDA ATE AGORA)
      *-------------------------------------------------------------------------
       P3-CABECALHO.
            MOVE SPACES                        TO REG-DELTA
            STRING 'H,' WRK-SEQ ',' WRK-DESDE-DATA WRK-DESDE-HORA ','
                   WRK-AGORA-DATA WRK-AGORA-HORA
               DELIMITED BY SIZE INTO REG-DELTA
            END-STRING
            PERFORM P8-GRAVA-LINHA THRU P8-GRAVA-LINHA-FIM
            .
       P3-CABECALHO-FIM.

       P4-LEIA-USUARIO.
            READ USUARIO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-EOF
            END-READ
            IF USUARIO-EOF
               MOVE 99999                      TO WRK-CHAVE-USU
            ELSE
               MOVE ID-USUARIO                 TO WRK-CHAVE-USU
               IF CADASTRO-INATIVO
                  MOVE 'I'                     TO WRK-SIT-ATUAL
               ELSE
                  MOVE 'A'                     TO WRK-SIT-ATUAL
               END-IF
            END-IF
            .
       P4-LEIA-RETRATO.
            IF NOT SNAPANT-EOF
               READ SNAPANT NEXT RECORD
                  AT END MOVE 'S'              TO WRK-SNAP-EOF
               END-READ
            END-IF
            IF SNAPANT-EOF
               MOVE 99999                      TO WRK-CHAVE-SNP
            ELSE
               MOVE SNP-ID-USUARIO             TO WRK-CHAVE-SNP
            END-IF
            .

      *-------------------------------------------------------------------------
      *CONFRONTO DE USER.DAT COM O RETRATO ANTERIOR:
      *  SO EM USER.DAT          -> INCLUSAO (I)
      *  SO NO RETRATO           -> EXPURGO (P), COM OS DADOS DO RETRATO
      *  NOS DOIS, FICOU INATIVO -> DESATIVACAO (D)
      *  NOS DOIS, OUTRO CAMPO   -> ALTERACAO (A)
      *TODO CADASTRO DE USER.DAT VAI PARA O NOVO RETRATO
      *-------------------------------------------------------------------------
       P4-CONFRONTA.
            IF WRK-CHAVE-USU < WRK-CHAVE-SNP
               MOVE 'I'                        TO WRK-ACAO
               PERFORM P4-DETALHE-USUARIO THRU P4-DETALHE-USUARIO-FIM
               PERFORM P4-GRAVA-RETRATO   THRU P4-GRAVA-RETRATO-FIM
               PERFORM P4-LEIA-USUARIO
               GO TO P4-CONFRONTA-FIM
            END-IF

            IF WRK-CHAVE-USU > WRK-CHAVE-SNP
               MOVE 'P'                        TO WRK-ACAO
               MOVE SNP-ID-USUARIO             TO WRK-DET-ID
               MOVE SNP-FNAME                  TO WRK-DET-FNAME
               MOVE SNP-LNAME                  TO WRK-DET-LNAME
               MOVE SNP-E-MAIL                 TO WRK-DET-EMAIL
               MOVE SNP-TELEFONE               TO WRK-DET-TELEFONE
               MOVE SNP-SIT-CADASTRO           TO WRK-DET-SIT
               PERFORM P4-GRAVA-DETALHE THRU P4-GRAVA-DETALHE-FIM
               PERFORM P4-LEIA-RETRATO
               GO TO P4-CONFRONTA-FIM
            END-IF

            IF WRK-SIT-ATUAL EQUAL 'I'
               AND SNP-SIT-CADASTRO NOT EQUAL 'I'
               MOVE 'D'                        TO WRK-ACAO
               PERFORM P4-DETALHE-USUARIO THRU P4-DETALHE-USUARIO-FIM
            ELSE
               IF E-MAIL   NOT EQUAL SNP-E-MAIL
                  OR FNAME    NOT EQUAL SNP-FNAME
                  OR LNAME    NOT EQUAL SNP-LNAME
                  OR TELEFONE NOT EQUAL SNP-TELEFONE
                  MOVE 'A'                     TO WRK-ACAO
                  PERFORM P4-DETALHE-USUARIO
                          THRU P4-DETALHE-USUARIO-FIM
               END-IF
            END-IF
            PERFORM P4-GRAVA-RETRATO THRU P4-GRAVA-RETRATO-FIM
            PERFORM P4-LEIA-USUARIO
            PERFORM P4-LEIA-RETRATO
            .
       P4-CONFRONTA-FIM.
       P4-DETALHE-USUARIO.
            MOVE ID-USUARIO                    TO WRK-DET-ID
            MOVE FNAME                         TO WRK-DET-FNAME
            MOVE LNAME                         TO WRK-DET-LNAME
            MOVE E-MAIL                        TO WRK-DET-EMAIL
            MOVE TELEFONE                      TO WRK-DET-TELEFONE
            MOVE WRK-SIT-ATUAL                 TO WRK-DET-SIT
            PERFORM P4-GRAVA-DETALHE THRU P4-GRAVA-DETALHE-FIM
            .
       P4-DETALHE-USUARIO-FIM.

      *-------------------------------------------------------------------------
      *LINHA DE DETALHE: ACAO, ID, NOME, E-MAIL, TELEFONE E SITUACAO,
      *NA MESMA ORDEM DOS CAMPOS DO USUARIO.CSV (SENHA NAO INCLUIDA)
      *-------------------------------------------------------------------------
       P4-GRAVA-DETALHE.
            MOVE SPACES                        TO REG-DELTA
            STRING 'D,'                        DELIMITED BY SIZE
                   WRK-ACAO                    DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   WRK-DET-ID                  DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-DET-FNAME) DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-DET-LNAME) DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-DET-EMAIL) DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   FUNCTION TRIM(WRK-DET-TELEFONE) DELIMITED BY SIZE
                   ','                         DELIMITED BY SIZE
                   WRK-DET-SIT                 DELIMITED BY SIZE
                   INTO REG-DELTA
            END-STRING
            PERFORM P8-GRAVA-LINHA THRU P8-GRAVA-LINHA-FIM

            ADD 1                              TO WRK-QTD-DET
            EVALUATE WRK-ACAO
              WHEN 'I'
                 ADD 1                         TO WRK-QTD-INC
              WHEN 'A'
                 ADD 1                         TO WRK-QTD-ALT
              WHEN 'D'
                 ADD 1                         TO WRK-QTD-DES
              WHEN 'P'
                 ADD 1                         TO WRK-QTD-EXP
            END-EVALUATE
            .
       P4-GRAVA-DETALHE-FIM.
       P4-GRAVA-RETRATO.
            MOVE ID-USUARIO                    TO NOVO-ID-USUARIO
            MOVE E-MAIL                        TO NOVO-E-MAIL
            MOVE FNAME                         TO NOVO-FNAME
            MOVE LNAME                         TO NOVO-LNAME
            MOVE TELEFONE                      TO NOVO-TELEFONE
            MOVE WRK-SIT-ATUAL                 TO NOVO-SIT-CADASTRO
            WRITE REG-SNAP-NOVO
            IF SNAPNOVO-FS-OK
               ADD 1                           TO WRK-QTD-RETRATO
            ELSE
               DISPLAY 'ERRO AO GRAVAR O NOVO RETRATO'
               DISPLAY 'FILE STATUS: ' WRK-SNAPNOVO-FS
               MOVE 'S'                        TO WRK-ERRO
            END-IF
            .
       P4-GRAVA-RETRATO-FIM.

      *-------------------------------------------------------------------------
      *TRAILER: SEQUENCIA E QUANTIDADE DE LINHAS DE DETALHE POR ACAO,
      *PARA A CONFERENCIA DO DESTINO
      *-------------------------------------------------------------------------
       P5-TRAILER.
            MOVE WRK-QTD-INC                   TO WRK-MOSTRA-INC
            MOVE WRK-QTD-ALT                   TO WRK-MOSTRA-ALT
            MOVE WRK-QTD-DES                   TO WRK-MOSTRA-DES
            MOVE WRK-QTD-EXP                   TO WRK-MOSTRA-EXP
            MOVE WRK-QTD-DET                   TO WRK-MOSTRA-DET
            MOVE SPACES                        TO REG-DELTA
            STRING 'T,' WRK-SEQ ',' WRK-MOSTRA-INC ',' WRK-MOSTRA-ALT
                   ',' WRK-MOSTRA-DES ',' WRK-MOSTRA-EXP ','
                   WRK-MOSTRA-DET
               DELIMITED BY SIZE INTO REG-DELTA
            END-STRING
            PERFORM P8-GRAVA-LINHA THRU P8-GRAVA-LINHA-FIM
            .
       P5-TRAILER-FIM.

      *-------------------------------------------------------------------------
      *AVANCA O PONTO DA ULTIMA EXTRACAO: NOVA SEQUENCIA, DATA/HORA E
      *POSICAO DO NOVO RETRATO. ESTA REGRAVACAO EH O QUE CONFIRMA A
      *EXTRACAO; SE FALHAR, A PROXIMA EXECUCAO REPETE A MESMA SEQUENCIA
      *-------------------------------------------------------------------------
       P6-GRAVA-CONTROLE.
            OPEN OUTPUT DELTACTL
            IF NOT DCTL-FS-OK
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DA EXTRACAO'
               DISPLAY 'FILE STATUS: ' WRK-DCTL-FS
               MOVE 'S'                        TO WRK-ERRO
               GO TO P6-GRAVA-CONTROLE-FIM
            END-IF

            MOVE WRK-SEQ                       TO DCTL-SEQ
            MOVE WRK-AGORA-DATA                TO DCTL-DATA
            MOVE WRK-AGORA-HORA                TO DCTL-HORA
            MOVE WRK-POSICAO-NOVA              TO DCTL-POSICAO
            MOVE WRK-QTD-INC                   TO DCTL-QTD-INC
            MOVE WRK-QTD-ALT                   TO DCTL-QTD-ALT
            MOVE WRK-QTD-DES                   TO DCTL-QTD-DES
            MOVE WRK-QTD-EXP                   TO DCTL-QTD-EXP
            WRITE REG-DELTACTL
            IF NOT DCTL-FS-OK
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DA EXTRACAO'
               DISPLAY 'FILE STATUS: ' WRK-DCTL-FS
               MOVE 'S'                        TO WRK-ERRO
            END-IF
            CLOSE DELTACTL
            .
       P6-GRAVA-CONTROLE-FIM.

      *-------------------------------------------------------------------------
      *RODAPE COM AS QUANTIDADES ENVIADAS E O RESULTADO DO PASSO
      *-------------------------------------------------------------------------
       P7-RODAPE.
            MOVE WRK-QTD-INC                   TO WRK-MOSTRA-INC
            MOVE WRK-QTD-ALT                   TO WRK-MOSTRA-ALT
            MOVE WRK-QTD-DES                   TO WRK-MOSTRA-DES
            MOVE WRK-QTD-EXP                   TO WRK-MOSTRA-EXP
            MOVE WRK-QTD-DET                   TO WRK-MOSTRA-DET
            DISPLAY '------------------------------------------------'
            DISPLAY 'SEQUENCIA DA EXTRACAO       : ' WRK-SEQ
            DISPLAY 'DESDE                       : ' WRK-DESDE-DATA
                    '-' WRK-DESDE-HORA
            DISPLAY 'ATE                         : ' WRK-AGORA-DATA
                    '-' WRK-AGORA-HORA
            DISPLAY 'INCLUSOES       (I)         : ' WRK-MOSTRA-INC
            DISPLAY 'ALTERACOES      (A)         : ' WRK-MOSTRA-ALT
            DISPLAY 'DESATIVACOES    (D)         : ' WRK-MOSTRA-DES
            DISPLAY 'EXPURGOS        (P)         : ' WRK-MOSTRA-EXP
            DISPLAY 'TOTAL DE LINHAS DE DETALHE  : ' WRK-MOSTRA-DET
            DISPLAY '------------------------------------------------'
            IF ERRO-EXTRACAO
               DISPLAY 'EXTRACAO INCREMENTAL NAO CONCLUIDA. O CONTROLE '
                       'NAO FOI AVANCADO E A PROXIMA EXECUCAO REENVIA '
                       'A SEQUENCIA ' WRK-SEQ '.'
      *SINALIZA A FALHA DO PASSO PARA O DRIVER DE FECHAMENTO (FECHDIA)
               MOVE 8                          TO RETURN-CODE
            ELSE
               DISPLAY 'EXTRACAO INCREMENTAL CONCLUIDA EM USUDELTA.CSV.'
            END-IF
            .
       P7-RODAPE-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DE UMA LINHA EM USUDELTA.CSV. UMA LINHA PERDIDA FAZ O
      *PASSO FALHAR, PARA QUE O CONTROLE NAO AVANCE
      *-------------------------------------------------------------------------
       P8-GRAVA-LINHA.
            WRITE REG-DELTA
            IF NOT DLT-FS-OK
               DISPLAY 'ERRO AO GRAVAR EM USUDELTA.CSV'
               DISPLAY 'FILE STATUS: ' WRK-DLT-FS
               MOVE 'S'                        TO WRK-ERRO
            END-IF
            .
       P8-GRAVA-LINHA-FIM.

       END PROGRAM EXTDELTA.
