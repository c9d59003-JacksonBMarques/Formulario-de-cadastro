      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: RESTAURACAO DOS BACKUPS EM GERACOES GRAVADOS PELO
      *          BKPGER. LISTA O CATALOGO (BKPCAT.DAT), RESTAURA UM
      *          ARQUIVO DE UMA GERACAO ESCOLHIDA SOBRE O ARQUIVO DE
      *          PRODUCAO E RELE O ARQUIVO RESTAURADO, SO DANDO A
      *          RESTAURACAO POR BEM-SUCEDIDA SE A QUANTIDADE DE
      *          REGISTROS BATER COM A DO CATALOGO. TAMBEM ALTERA A
      *          QUANTIDADE DE GERACOES MANTIDAS (BKPPARM.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPREST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.
               COPY SENHSEL.
               COPY CARTASEL.
               COPY DOMSEL.
               COPY DDDSEL.
               COPY BKPSEL.
               COPY BKCSEL.
               COPY BKPPSEL.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIO.
           COPY USERREC.

       FD AUDITORIA.
           COPY AUDREC.

       FD SENHIST.
           COPY SENHREC.

       FD CARTA.
           COPY CARTAREC.

       FD DOMINIO.
           COPY DOMREC.

       FD DDD.
           COPY DDDREC.

       FD BKPARQ.
           COPY BKPREC.

       FD BKPCAT.
           COPY BKCREC.

       FD BKPPARM.
           COPY BKPPREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
       77 WRK-AUD-FS                     PIC 99.
       77 WRK-HIST-FS                    PIC 99.
       77 WRK-CARTA-FS                   PIC 99.
       77 WRK-DOM-FS                     PIC 99.
       77 WRK-DDD-FS                     PIC 99.
       77 WRK-BKP-FS                     PIC 99.
         88 BKP-FS-OK                    VALUE 0.
       77 WRK-BKC-FS                     PIC 99.
         88 BKC-FS-OK                    VALUE 0.
       77 WRK-BKPP-FS                    PIC 99.
         88 BKPP-FS-OK                   VALUE 0.
       77 WRK-BKP-NOME                   PIC X(80).
           COPY BKPNOM.
      *FILE STATUS DO ARQUIVO DE PRODUCAO EM RESTAURACAO
       77 WRK-DESTINO-FS                 PIC 99.
         88 DESTINO-FS-OK                VALUE 0.
       77 WRK-DESTINO-EOF                PIC X VALUE 'N'.
          88 DESTINO-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-BKP-EOF                    PIC X VALUE 'N'.
          88 BKPARQ-EOF                  VALUE 'S' FALSE 'N'.
       77 WRK-BKC-EOF                    PIC X VALUE 'N'.
          88 BKPCAT-EOF                  VALUE 'S' FALSE 'N'.
       77 WRK-SAIR                       PIC X VALUE 'N'.
          88 SAIR-OK                     VALUE 'S' FALSE 'N'.
       77 WRK-OPCAO                      PIC 9.
       77 WRK-CONFIRMA                   PIC X VALUE 'N'.
      *ARQUIVOS MESTRES COBERTOS PELO BACKUP (MESMA ORDEM DO BKPGER)
       01 WRK-TAB-ARQUIVO.
          05 WRK-ARQ-NOME OCCURS 6 TIMES PIC X(14).
       77 WRK-ARQ-QTD                    PIC 9(02) COMP VALUE 6.
       77 WRK-ARQ-NUM                    PIC 9(02) COMP.
       77 WRK-ARQ-OPCAO                  PIC 9(02).
      *GERACAO ESCOLHIDA E O SEU REGISTRO NO CATALOGO
       77 WRK-GERACAO-BUSCA              PIC 9(05).
       77 WRK-ACHOU                      PIC X VALUE 'N'.
          88 ACHOU-OK                    VALUE 'S' FALSE 'N'.
       77 WRK-CAT-ACHADO                 PIC X(43).
       77 WRK-QTD-GERACOES               PIC 9(02).
      *TOTAIS DA RESTAURACAO E DA CONFERENCIA
       77 WRK-QTD-LIDOS                  PIC 9(07) COMP VALUE ZERO.
       77 WRK-QTD-GRAVADOS               PIC 9(07) COMP VALUE ZERO.
       77 WRK-QTD-ERROS                  PIC 9(07) COMP VALUE ZERO.
       77 WRK-QTD-CONFERE                PIC 9(07) COMP VALUE ZERO.
       77 WRK-QTD-MOSTRA                 PIC 9(07).
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'SB '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   RESTAURACAO DE BACKUPS DOS ARQUIVOS MESTRES *'
            DISPLAY '************************************************'

      *SOMENTE OPERADOR IDENTIFICADO, COM PERFIL PERMITIDO, USA ESTA
      *FUNCAO
            CALL 'OPERLOG' USING WRK-PERFIS-ACEITOS
                                 WRK-OPER-LIBERADO
            IF NOT OPERADOR-LIBERADO
               GOBACK
            END-IF

            MOVE 'USER.DAT'                    TO WRK-ARQ-NOME(1)
            MOVE 'AUDITORIA.DAT'               TO WRK-ARQ-NOME(2)
            MOVE 'SENHIST.DAT'                 TO WRK-ARQ-NOME(3)
            MOVE 'CARTABV.DAT'                 TO WRK-ARQ-NOME(4)
            MOVE 'DOMINIO.DAT'                 TO WRK-ARQ-NOME(5)
            MOVE 'DDD.DAT'                     TO WRK-ARQ-NOME(6)

            PERFORM P1-MENU THRU P1-MENU-FIM UNTIL SAIR-OK

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *MENU PRINCIPAL
      *-------------------------------------------------------------------------
       P1-MENU.
            DISPLAY ' '
            DISPLAY '1 - Listar o catalogo de backups'
            DISPLAY '2 - Restaurar um arquivo de uma geracao'
            DISPLAY '3 - Alterar a quantidade de geracoes mantidas'
            DISPLAY '0 - Sair'
            ACCEPT WRK-OPCAO

            EVALUATE WRK-OPCAO
              WHEN 0
                 MOVE 'S'                  TO WRK-SAIR
              WHEN 1
                 PERFORM P2-LISTA      THRU P2-LISTA-FIM
              WHEN 2
                 PERFORM P3-RESTAURA   THRU P3-RESTAURA-FIM
              WHEN 3
                 PERFORM P5-PARAMETRO  THRU P5-PARAMETRO-FIM
              WHEN OTHER
                 DISPLAY 'Opcao invalida, tente novamente!'
            END-EVALUATE
            .
       P1-MENU-FIM.

      *-------------------------------------------------------------------------
      *LISTA O CATALOGO DE BACKUPS, UMA LINHA POR ARQUIVO COPIADO
      *-------------------------------------------------------------------------
       P2-LISTA.
            MOVE 'N'                           TO WRK-BKC-EOF
            OPEN INPUT BKPCAT
            IF WRK-BKC-FS EQUAL 35
               DISPLAY 'Nenhum backup catalogado ainda.'
            ELSE
               DISPLAY '----------------------------------------------'
               DISPLAY 'GER.  DATA     HORA   ARQUIVO        POS '
                       'REGISTROS ST'
               DISPLAY '----------------------------------------------'
               PERFORM P2-LEIA-CATALOGO
               PERFORM P2-MOSTRA-CATALOGO THRU P2-MOSTRA-CATALOGO-FIM
                       UNTIL BKPCAT-EOF
               DISPLAY '----------------------------------------------'
               DISPLAY 'ST: S = COPIA OK, F = FALHOU, A = ARQUIVO '
                       'AUSENTE NA DATA DO BACKUP'
               CLOSE BKPCAT
            END-IF
            .
       P2-LISTA-FIM.
       P2-LEIA-CATALOGO.
            READ BKPCAT
               AT END MOVE 'S'                 TO WRK-BKC-EOF
            END-READ
            .
       P2-MOSTRA-CATALOGO.
            DISPLAY BKC-GERACAO ' ' BKC-DATA ' ' BKC-HORA ' '
                    BKC-ARQUIVO ' G' BKC-POSICAO ' ' BKC-QTD-REG '   '
                    BKC-STATUS
            PERFORM P2-LEIA-CATALOGO
            .
       P2-MOSTRA-CATALOGO-FIM.

      *-------------------------------------------------------------------------
      *RESTAURA UM ARQUIVO DE UMA GERACAO. SO ACEITA GERACOES QUE
      *CONSTAM DO CATALOGO COM A COPIA BEM-SUCEDIDA, PEDE CONFIRMACAO
      *E, NO FIM, CONFERE A QUANTIDADE RESTAURADA CONTRA O CATALOGO
      *-------------------------------------------------------------------------
       P3-RESTAURA.
            DISPLAY 'Geracao a restaurar: '
            ACCEPT WRK-GERACAO-BUSCA
            PERFORM P3-MOSTRA-ARQUIVO THRU P3-MOSTRA-ARQUIVO-FIM
                    VARYING WRK-ARQ-NUM FROM 1 BY 1
                    UNTIL WRK-ARQ-NUM > WRK-ARQ-QTD
            DISPLAY 'Arquivo a restaurar: '
            ACCEPT WRK-ARQ-OPCAO
            IF WRK-ARQ-OPCAO < 1 OR WRK-ARQ-OPCAO > WRK-ARQ-QTD
               DISPLAY 'Arquivo invalido.'
               GO TO P3-RESTAURA-FIM
            END-IF
            MOVE WRK-ARQ-OPCAO                 TO WRK-ARQ-NUM

            PERFORM P3-ACHA-CATALOGO THRU P3-ACHA-CATALOGO-FIM
            IF NOT ACHOU-OK
               DISPLAY 'A geracao ' WRK-GERACAO-BUSCA ' de '
                       FUNCTION TRIM(WRK-ARQ-NOME(WRK-ARQ-NUM))
                       ' nao consta do catalogo.'
               GO TO P3-RESTAURA-FIM
            END-IF
            MOVE WRK-CAT-ACHADO                TO REG-BKPCAT
            IF NOT BKC-COPIA-OK
               DISPLAY 'A copia desta geracao nao foi concluida '
                       '(STATUS ' BKC-STATUS '), nao ha o que '
                       'restaurar.'
               GO TO P3-RESTAURA-FIM
            END-IF

            DISPLAY 'Restaurar ' FUNCTION TRIM(BKC-ARQUIVO)
                    ' da geracao ' BKC-GERACAO ' de ' BKC-DATA '-'
                    BKC-HORA ' (' BKC-QTD-REG ' registros).'
            DISPLAY 'O arquivo de producao atual sera SUBSTITUIDO. '
                    'Confirma? (S/N)'
            ACCEPT WRK-CONFIRMA
            IF WRK-CONFIRMA NOT EQUAL 'S' AND WRK-CONFIRMA NOT EQUAL 's'
               DISPLAY 'Restauracao cancelada.'
               GO TO P3-RESTAURA-FIM
            END-IF

            PERFORM P3-COPIA-DE-VOLTA THRU P3-COPIA-DE-VOLTA-FIM
            PERFORM P4-CONFERE        THRU P4-CONFERE-FIM
            .
       P3-RESTAURA-FIM.
       P3-MOSTRA-ARQUIVO.
            DISPLAY WRK-ARQ-NUM ' - ' WRK-ARQ-NOME(WRK-ARQ-NUM)
            .
       P3-MOSTRA-ARQUIVO-FIM.

      *-------------------------------------------------------------------------
      *LOCALIZA NO CATALOGO A LINHA DA GERACAO/ARQUIVO ESCOLHIDOS
      *-------------------------------------------------------------------------
       P3-ACHA-CATALOGO.
            MOVE 'N'                           TO WRK-ACHOU
            MOVE 'N'                           TO WRK-BKC-EOF
            OPEN INPUT BKPCAT
            IF BKC-FS-OK
               PERFORM P2-LEIA-CATALOGO
               PERFORM P3-CONFERE-LINHA THRU P3-CONFERE-LINHA-FIM
                       UNTIL BKPCAT-EOF OR ACHOU-OK
               CLOSE BKPCAT
            END-IF
            .
       P3-ACHA-CATALOGO-FIM.
       P3-CONFERE-LINHA.
            IF BKC-GERACAO EQUAL WRK-GERACAO-BUSCA
               AND BKC-ARQUIVO EQUAL WRK-ARQ-NOME(WRK-ARQ-NUM)
               MOVE 'S'                        TO WRK-ACHOU
               MOVE REG-BKPCAT                 TO WRK-CAT-ACHADO
            ELSE
               PERFORM P2-LEIA-CATALOGO
            END-IF
            .
       P3-CONFERE-LINHA-FIM.

      *-------------------------------------------------------------------------
      *REGRAVA O ARQUIVO DE PRODUCAO A PARTIR DA COPIA DA GERACAO
      *-------------------------------------------------------------------------
       P3-COPIA-DE-VOLTA.
            MOVE ZERO                          TO WRK-QTD-LIDOS
            MOVE ZERO                          TO WRK-QTD-GRAVADOS
            MOVE ZERO                          TO WRK-QTD-ERROS
            MOVE 'N'                           TO WRK-BKP-EOF

            MOVE SPACES                        TO WRK-BKP-NOME
            STRING BKP-NOME-PREFIXO            DELIMITED BY SIZE
                   BKC-ARQUIVO                 DELIMITED BY SPACE
                   '.G' BKC-POSICAO            DELIMITED BY SIZE
               INTO WRK-BKP-NOME
            END-STRING
            OPEN INPUT BKPARQ
            IF NOT BKP-FS-OK
               DISPLAY 'ERRO AO ABRIR A COPIA '
                       FUNCTION TRIM(WRK-BKP-NOME)
               DISPLAY 'FILE STATUS: ' WRK-BKP-FS
               ADD 1                           TO WRK-QTD-ERROS
               GO TO P3-COPIA-DE-VOLTA-FIM
            END-IF

            PERFORM P6-ABRE-DESTINO THRU P6-ABRE-DESTINO-FIM
            IF NOT DESTINO-FS-OK
               DISPLAY 'ERRO AO RECRIAR '
                       FUNCTION TRIM(WRK-ARQ-NOME(WRK-ARQ-NUM))
               DISPLAY 'FILE STATUS: ' WRK-DESTINO-FS
               ADD 1                           TO WRK-QTD-ERROS
               CLOSE BKPARQ
               GO TO P3-COPIA-DE-VOLTA-FIM
            END-IF

            PERFORM P3-LEIA-COPIA
            PERFORM P3-GRAVA-DESTINO THRU P3-GRAVA-DESTINO-FIM
                    UNTIL BKPARQ-EOF
            CLOSE BKPARQ
            PERFORM P6-FECHA-DESTINO THRU P6-FECHA-DESTINO-FIM
            .
       P3-COPIA-DE-VOLTA-FIM.
       P3-LEIA-COPIA.
            READ BKPARQ
               AT END MOVE 'S'                 TO WRK-BKP-EOF
            END-READ
            .
       P3-GRAVA-DESTINO.
            ADD 1                              TO WRK-QTD-LIDOS
            PERFORM P6-GRAVA-DESTINO THRU P6-GRAVA-DESTINO-FIM
            IF DESTINO-FS-OK
               ADD 1                           TO WRK-QTD-GRAVADOS
            ELSE
               ADD 1                           TO WRK-QTD-ERROS
               DISPLAY 'ERRO AO GRAVAR O REGISTRO ' WRK-QTD-LIDOS
                       ' - FILE STATUS: ' WRK-DESTINO-FS
            END-IF
            PERFORM P3-LEIA-COPIA
            .
       P3-GRAVA-DESTINO-FIM.

      *-------------------------------------------------------------------------
      *RELE O ARQUIVO RESTAURADO E CONFERE A QUANTIDADE DE REGISTROS
      *CONTRA O CATALOGO ANTES DE DAR A RESTAURACAO POR CONCLUIDA
      *-------------------------------------------------------------------------
       P4-CONFERE.
            MOVE ZERO                          TO WRK-QTD-CONFERE
            MOVE 'N'                           TO WRK-DESTINO-EOF
            IF WRK-QTD-ERROS EQUAL ZERO
               PERFORM P6-ABRE-LEITURA THRU P6-ABRE-LEITURA-FIM
               IF DESTINO-FS-OK
                  PERFORM P6-LE-DESTINO THRU P6-LE-DESTINO-FIM
                  PERFORM P4-CONTA-DESTINO THRU P4-CONTA-DESTINO-FIM
                          UNTIL DESTINO-EOF
                  PERFORM P6-FECHA-DESTINO THRU P6-FECHA-DESTINO-FIM
               ELSE
                  ADD 1                        TO WRK-QTD-ERROS
               END-IF
            END-IF

            DISPLAY '----------------------------------------------'
            MOVE BKC-QTD-REG                   TO WRK-QTD-MOSTRA
            DISPLAY 'REGISTROS NO CATALOGO        : ' WRK-QTD-MOSTRA
            MOVE WRK-QTD-GRAVADOS              TO WRK-QTD-MOSTRA
            DISPLAY 'REGISTROS RESTAURADOS        : ' WRK-QTD-MOSTRA
            MOVE WRK-QTD-CONFERE               TO WRK-QTD-MOSTRA
            DISPLAY 'REGISTROS RELIDOS NO ARQUIVO : ' WRK-QTD-MOSTRA
            MOVE WRK-QTD-ERROS                 TO WRK-QTD-MOSTRA
            DISPLAY 'ERROS                        : ' WRK-QTD-MOSTRA
            DISPLAY '----------------------------------------------'
            IF WRK-QTD-ERROS EQUAL ZERO
               AND WRK-QTD-CONFERE EQUAL BKC-QTD-REG
               AND WRK-QTD-GRAVADOS EQUAL BKC-QTD-REG
               DISPLAY 'RESTAURACAO CONFERIDA - OS TOTAIS BATEM.'
            ELSE
               DISPLAY '*** RESTAURACAO COM DIVERGENCIA - O ARQUIVO '
                       'NAO CONFERE COM O CATALOGO. NAO LIBERE O '
                       'ARQUIVO PARA USO. ***'
               MOVE 8                          TO RETURN-CODE
            END-IF
            .
       P4-CONFERE-FIM.
       P4-CONTA-DESTINO.
            ADD 1                              TO WRK-QTD-CONFERE
            PERFORM P6-LE-DESTINO THRU P6-LE-DESTINO-FIM
            .
       P4-CONTA-DESTINO-FIM.

      *-------------------------------------------------------------------------
      *ALTERA A QUANTIDADE DE GERACOES MANTIDAS PELO BKPGER. A REDUCAO
      *SO LIBERA AS POSICOES EXCEDENTES NO PROXIMO BACKUP.
      *-------------------------------------------------------------------------
       P5-PARAMETRO.
            MOVE 7                             TO WRK-QTD-GERACOES
            OPEN INPUT BKPPARM
            IF BKPP-FS-OK
               READ BKPPARM
                  NOT AT END
                     IF BKPP-QTD-GERACOES IS NUMERIC
                        MOVE BKPP-QTD-GERACOES TO WRK-QTD-GERACOES
                     END-IF
               END-READ
               CLOSE BKPPARM
            END-IF
            DISPLAY 'Geracoes mantidas hoje: ' WRK-QTD-GERACOES
            DISPLAY 'Nova quantidade de geracoes (01-30): '
            ACCEPT WRK-QTD-GERACOES
            IF WRK-QTD-GERACOES < 1 OR WRK-QTD-GERACOES > 30
               DISPLAY 'Quantidade invalida, informe de 01 a 30.'
            ELSE
               OPEN OUTPUT BKPPARM
               IF BKPP-FS-OK
                  MOVE WRK-QTD-GERACOES        TO BKPP-QTD-GERACOES
                  WRITE REG-BKPPARM
                  CLOSE BKPPARM
                  DISPLAY 'Quantidade de geracoes alterada!'
               ELSE
                  DISPLAY 'ERRO AO GRAVAR O PARAMETRO DE BACKUP'
                  DISPLAY 'FILE STATUS: ' WRK-BKPP-FS
               END-IF
            END-IF
            .
       P5-PARAMETRO-FIM.

      *-------------------------------------------------------------------------
      *ABERTURA, GRAVACAO, LEITURA E FECHAMENTO DO ARQUIVO DE PRODUCAO
      *ESCOLHIDO (WRK-ARQ-NUM), NA MESMA ORDEM DA TABELA DO BKPGER
      *-------------------------------------------------------------------------
       P6-ABRE-DESTINO.
            EVALUATE WRK-ARQ-NUM
              WHEN 1
                 OPEN OUTPUT USUARIO
                 MOVE WRK-FS                   TO WRK-DESTINO-FS
              WHEN 2
                 OPEN OUTPUT AUDITORIA
                 MOVE WRK-AUD-FS               TO WRK-DESTINO-FS
              WHEN 3
                 OPEN OUTPUT SENHIST
                 MOVE WRK-HIST-FS              TO WRK-DESTINO-FS
              WHEN 4
                 OPEN OUTPUT CARTA
                 MOVE WRK-CARTA-FS             TO WRK-DESTINO-FS
              WHEN 5
                 OPEN OUTPUT DOMINIO
                 MOVE WRK-DOM-FS               TO WRK-DESTINO-FS
              WHEN 6
                 OPEN OUTPUT DDD
                 MOVE WRK-DDD-FS               TO WRK-DESTINO-FS
            END-EVALUATE
            .
       P6-ABRE-DESTINO-FIM.
       P6-ABRE-LEITURA.
            EVALUATE WRK-ARQ-NUM
              WHEN 1
                 OPEN INPUT USUARIO
                 MOVE WRK-FS                   TO WRK-DESTINO-FS
              WHEN 2
                 OPEN INPUT AUDITORIA
                 MOVE WRK-AUD-FS               TO WRK-DESTINO-FS
              WHEN 3
                 OPEN INPUT SENHIST
                 MOVE WRK-HIST-FS              TO WRK-DESTINO-FS
              WHEN 4
                 OPEN INPUT CARTA
                 MOVE WRK-CARTA-FS             TO WRK-DESTINO-FS
              WHEN 5
                 OPEN INPUT DOMINIO
                 MOVE WRK-DOM-FS               TO WRK-DESTINO-FS
              WHEN 6
                 OPEN INPUT DDD
                 MOVE WRK-DDD-FS               TO WRK-DESTINO-FS
            END-EVALUATE
            .
       P6-ABRE-LEITURA-FIM.
       P6-GRAVA-DESTINO.
            EVALUATE WRK-ARQ-NUM
              WHEN 1
                 MOVE BKP-LINHA                TO REG-USUARIO
                 WRITE REG-USUARIO
                 MOVE WRK-FS                   TO WRK-DESTINO-FS
              WHEN 2
                 MOVE BKP-LINHA                TO REG-AUDITORIA
                 WRITE REG-AUDITORIA
                 MOVE WRK-AUD-FS               TO WRK-DESTINO-FS
              WHEN 3
                 MOVE BKP-LINHA                TO REG-SENHIST
                 WRITE REG-SENHIST
                 MOVE WRK-HIST-FS              TO WRK-DESTINO-FS
              WHEN 4
                 MOVE BKP-LINHA                TO REG-CARTA
                 WRITE REG-CARTA
                 MOVE WRK-CARTA-FS             TO WRK-DESTINO-FS
              WHEN 5
                 MOVE BKP-LINHA                TO REG-DOMINIO
                 WRITE REG-DOMINIO
                 MOVE WRK-DOM-FS               TO WRK-DESTINO-FS
              WHEN 6
                 MOVE BKP-LINHA                TO REG-DDD
                 WRITE REG-DDD
                 MOVE WRK-DDD-FS               TO WRK-DESTINO-FS
            END-EVALUATE
            .
       P6-GRAVA-DESTINO-FIM.
       P6-LE-DESTINO.
            EVALUATE WRK-ARQ-NUM
              WHEN 1
                 READ USUARIO NEXT RECORD
                    AT END MOVE 'S'            TO WRK-DESTINO-EOF
                 END-READ
              WHEN 2
                 READ AUDITORIA
                    AT END MOVE 'S'            TO WRK-DESTINO-EOF
                 END-READ
              WHEN 3
                 READ SENHIST
                    AT END MOVE 'S'            TO WRK-DESTINO-EOF
                 END-READ
              WHEN 4
                 READ CARTA
                    AT END MOVE 'S'            TO WRK-DESTINO-EOF
                 END-READ
              WHEN 5
                 READ DOMINIO NEXT RECORD
                    AT END MOVE 'S'            TO WRK-DESTINO-EOF
                 END-READ
              WHEN 6
                 READ DDD NEXT RECORD
                    AT END MOVE 'S'            TO WRK-DESTINO-EOF
                 END-READ
            END-EVALUATE
            .
       P6-LE-DESTINO-FIM.
       P6-FECHA-DESTINO.
            EVALUATE WRK-ARQ-NUM
              WHEN 1
                 CLOSE USUARIO
              WHEN 2
                 CLOSE AUDITORIA
              WHEN 3
                 CLOSE SENHIST
              WHEN 4
                 CLOSE CARTA
              WHEN 5
                 CLOSE DOMINIO
              WHEN 6
                 CLOSE DDD
            END-EVALUATE
            .
       P6-FECHA-DESTINO-FIM.

       END PROGRAM BKPREST.
