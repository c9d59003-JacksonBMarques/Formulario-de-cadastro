      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE OPERADORES (OPERADOR.DAT)
      *          USADO PELO OPERLOG/MENUOPER: INCLUSAO, TROCA DE
      *          PERFIL, EMISSAO DE SENHA TEMPORARIA (QUE TAMBEM
      *          DESBLOQUEIA O OPERADOR) E DESATIVACAO/REATIVACAO.
      *          SOMENTE SUPERVISOR. QUANDO OPERADOR.DAT AINDA NAO
      *          EXISTE, PERMITE INCLUIR O PRIMEIRO SUPERVISOR SEM
      *          IDENTIFICACAO, PARA A IMPLANTACAO. CADA INCLUSAO OU
      *          ALTERACAO GRAVADA GERA UMA LINHA EM AUDITORIA.DAT COM
      *          AUD-OPER 'O'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY OPERSEL.
               COPY AUDSEL.

       DATA DIVISION.
       FILE SECTION.

       FD OPERADOR.
           COPY OPERREC.

       FD AUDITORIA.
           COPY AUDREC.

       WORKING-STORAGE SECTION.

       77 WRK-OPR-FS                     PIC 99.
         88 OPR-FS-OK                    VALUE 0.
       77 WRK-SAIR                       PIC X VALUE 'N'.
          88 SAIR-OK                     VALUE 'S' FALSE 'N'.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 OPERADOR-EOF                VALUE 'S' FALSE 'N'.
       77 WRK-OPCAO                      PIC 9.
       77 WRK-ID-BUSCA                   PIC X(08).
       77 WRK-NOME                       PIC X(40).
       77 WRK-PERFIL                     PIC X(01).
          88 PERFIL-VALIDO               VALUES 'A' 'S' 'B'.
       77 WRK-CONFIRMA                   PIC X VALUE 'N'.
      *IMPLANTACAO: OPERADOR.DAT AINDA NAO EXISTE
       77 WRK-IMPLANTACAO                PIC X VALUE 'N'.
          88 IMPLANTACAO                 VALUE 'S' FALSE 'N'.
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'S  '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.
      *VARIAVEIS DA SENHA TEMPORARIA GERADA PARA O OPERADOR
       77 WRK-PASSWORD                   PIC X(100).
       77 WRK-HORA-GER                   PIC 9(06).
       77 WRK-PASS-TAM                   PIC 99.
      *VARIAVEIS DE HASH DA SENHA (MESMO ALGORITMO DO P6-HASH-SENHA
      *DO CREAUSER, PARA QUE O OPERLOG ACEITE A SENHA TEMPORARIA)
       77 WRK-PASSWORD-HASH              PIC X(100).
       77 WRK-HASH-NUM                   PIC 9(09) COMP.
       77 WRK-HASH-OUT                   PIC 9(09).
       77 WRK-HASH-ORD                   PIC 9(04) COMP.
       77 WRK-HASH-CONT                  PIC 9(04) COMP VALUE 1.
      *VARIAVEIS DA TRILHA DE AUDITORIA (AUDITORIA.DAT)
       77 WRK-AUD-FS                     PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-AUD-ACAO                   PIC X(11).
       77 WRK-AUD-RESUMO                 PIC X(100).
           COPY OPERSESS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   MANUTENCAO DO CADASTRO DE OPERADORES        *'
            DISPLAY '************************************************'

            PERFORM P0-VERIFICA-ARQUIVO THRU P0-VERIFICA-ARQUIVO-FIM

            IF IMPLANTACAO
               DISPLAY 'OPERADOR.DAT AINDA NAO EXISTE. INCLUA O '
                       'PRIMEIRO OPERADOR, QUE SERA SUPERVISOR.'
               MOVE 'S'                        TO WRK-PERFIL
               PERFORM P3-INCLUI THRU P3-INCLUI-FIM
            ELSE
               CALL 'OPERLOG' USING WRK-PERFIS-ACEITOS
                                    WRK-OPER-LIBERADO
               IF OPERADOR-LIBERADO
                  PERFORM P1-MENU THRU P1-MENU-FIM UNTIL SAIR-OK
               END-IF
            END-IF

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *VERIFICA SE OPERADOR.DAT JA EXISTE
      *-------------------------------------------------------------------------
       P0-VERIFICA-ARQUIVO.
            MOVE 'N'                           TO WRK-IMPLANTACAO
            OPEN INPUT OPERADOR
            IF WRK-OPR-FS EQUAL 35
               MOVE 'S'                        TO WRK-IMPLANTACAO
            ELSE
               CLOSE OPERADOR
            END-IF
            .
       P0-VERIFICA-ARQUIVO-FIM.

      *-------------------------------------------------------------------------
      *MENU PRINCIPAL
      *-------------------------------------------------------------------------
       P1-MENU.
            DISPLAY ' '
            DISPLAY '1 - Listar operadores'
            DISPLAY '2 - Incluir novo operador'
            DISPLAY '3 - Alterar o perfil de um operador'
            DISPLAY '4 - Emitir senha temporaria / desbloquear'
            DISPLAY '5 - Desativar / reativar um operador'
            DISPLAY '0 - Sair'
            ACCEPT WRK-OPCAO

            EVALUATE WRK-OPCAO
              WHEN 0
                 MOVE 'S'                  TO WRK-SAIR
              WHEN 1
                 PERFORM P2-LISTA   THRU P2-LISTA-FIM
              WHEN 2
                 DISPLAY 'Perfil (A-atendimento S-supervisor '
                         'B-batch/operacao): '
                 ACCEPT WRK-PERFIL
                 PERFORM P3-INCLUI  THRU P3-INCLUI-FIM
              WHEN 3
                 PERFORM P4-ALTERA  THRU P4-ALTERA-FIM
              WHEN 4
                 PERFORM P4-ALTERA  THRU P4-ALTERA-FIM
              WHEN 5
                 PERFORM P4-ALTERA  THRU P4-ALTERA-FIM
              WHEN OTHER
                 DISPLAY 'Opcao invalida, tente novamente!'
            END-EVALUATE
            .
       P1-MENU-FIM.

      *-------------------------------------------------------------------------
      *LISTA TODOS OS OPERADORES CADASTRADOS (SEM A SENHA)
      *-------------------------------------------------------------------------
       P2-LISTA.
            MOVE 'N'                        TO WRK-EOF
            OPEN INPUT OPERADOR
            IF NOT OPR-FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES'
               DISPLAY 'FILE STATUS: ' WRK-OPR-FS
            ELSE
               DISPLAY '-----------------------------------------------'
               DISPLAY 'OPERADOR PF SIT BLQ ULT.ACESSO NOME'
               DISPLAY '-----------------------------------------------'
               PERFORM P2-LEIA-OPERADOR
               PERFORM P2-MOSTRA-OPERADOR THRU P2-MOSTRA-OPERADOR-FIM
                       UNTIL OPERADOR-EOF
               DISPLAY '-----------------------------------------------'
               CLOSE OPERADOR
            END-IF
            .
       P2-LISTA-FIM.
       P2-LEIA-OPERADOR.
            READ OPERADOR NEXT RECORD
               AT END MOVE 'S'              TO WRK-EOF
            END-READ
            .
       P2-MOSTRA-OPERADOR.
            DISPLAY OPR-ID ' ' OPR-PERFIL '  ' OPR-SIT '   ' OPR-BLOQ
                    '   ' OPR-DT-ULT-ACESSO ' ' FUNCTION TRIM(OPR-NOME)
            PERFORM P2-LEIA-OPERADOR
            .
       P2-MOSTRA-OPERADOR-FIM.

      *-------------------------------------------------------------------------
      *INCLUI UM NOVO OPERADOR COM SENHA TEMPORARIA (OPR-DT-SENHA
      *ZERADA), QUE O OPERLOG OBRIGA A TROCAR NA PRIMEIRA
      *IDENTIFICACAO
      *-------------------------------------------------------------------------
       P3-INCLUI.
            IF NOT PERFIL-VALIDO
               DISPLAY 'Perfil invalido, informe A, S ou B.'
               GO TO P3-INCLUI-FIM
            END-IF
            MOVE SPACES                     TO WRK-ID-BUSCA
            DISPLAY 'Codigo do operador (ate 8 caracteres): '
            ACCEPT WRK-ID-BUSCA
            IF WRK-ID-BUSCA EQUAL SPACES
               DISPLAY 'Codigo do operador nao informado.'
               GO TO P3-INCLUI-FIM
            END-IF
            MOVE SPACES                     TO WRK-NOME
            DISPLAY 'Nome do operador: '
            ACCEPT WRK-NOME

            OPEN I-O OPERADOR
            IF WRK-OPR-FS EQUAL 35
               OPEN OUTPUT OPERADOR
            END-IF

            IF OPR-FS-OK
               PERFORM P5-GERA-SENHA-TEMP THRU P5-GERA-SENHA-TEMP-FIM
               PERFORM P5-HASH-SENHA      THRU P5-HASH-SENHA-FIM
               MOVE WRK-ID-BUSCA            TO OPR-ID
               MOVE WRK-NOME                TO OPR-NOME
               MOVE WRK-PASSWORD-HASH       TO OPR-SENHA
               MOVE WRK-PERFIL              TO OPR-PERFIL
               MOVE 'A'                     TO OPR-SIT
               MOVE ZERO                    TO OPR-QTD-TENT-FALHAS
               MOVE 'N'                     TO OPR-BLOQ
               MOVE ZERO                    TO OPR-DT-SENHA
               MOVE ZERO                    TO OPR-DT-ULT-ACESSO
               WRITE REG-OPERADOR
                  INVALID KEY
                     DISPLAY 'Ja existe um operador com este codigo.'
                  NOT INVALID KEY
                     DISPLAY 'Operador incluido com sucesso!'
                     DISPLAY 'Senha temporaria do operador: '
                             FUNCTION TRIM(WRK-PASSWORD)
                     DISPLAY 'O operador devera trocar a senha na '
                             'primeira identificacao.'
                     MOVE 'INCLUSAO'        TO WRK-AUD-ACAO
                     PERFORM P6-GRAVA-AUDITORIA
                             THRU P6-GRAVA-AUDITORIA-FIM
               END-WRITE
            ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES'
               DISPLAY 'FILE STATUS: ' WRK-OPR-FS
            END-IF
            CLOSE OPERADOR
            .
       P3-INCLUI-FIM.

      *-------------------------------------------------------------------------
      *LOCALIZA O OPERADOR PELO CODIGO E APLICA A ALTERACAO ESCOLHIDA
      *NO MENU (3 - PERFIL, 4 - SENHA TEMPORARIA, 5 - SITUACAO)
      *-------------------------------------------------------------------------
       P4-ALTERA.
            MOVE SPACES                     TO WRK-ID-BUSCA
            DISPLAY 'Codigo do operador: '
            ACCEPT WRK-ID-BUSCA

            OPEN I-O OPERADOR
            IF NOT OPR-FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES'
               DISPLAY 'FILE STATUS: ' WRK-OPR-FS
            ELSE
               MOVE WRK-ID-BUSCA            TO OPR-ID
               READ OPERADOR
                  INVALID KEY
                     DISPLAY 'Nao existe operador com este codigo.'
                  NOT INVALID KEY
                     PERFORM P4-CONFIRMA-ALTERACAO
                             THRU P4-CONFIRMA-ALTERACAO-FIM
               END-READ
               CLOSE OPERADOR
            END-IF
            .
       P4-ALTERA-FIM.
       P4-CONFIRMA-ALTERACAO.
            DISPLAY 'OPERADOR: ' OPR-ID ' - ' FUNCTION TRIM(OPR-NOME)
            DISPLAY 'PERFIL: ' OPR-PERFIL '  SITUACAO: ' OPR-SIT
                    '  BLOQUEADO: ' OPR-BLOQ

      *O SUPERVISOR DA SESSAO NAO PODE REBAIXAR NEM DESATIVAR A SI
      *MESMO, PARA NAO FICAR SEM NENHUM SUPERVISOR ATIVO
            IF OPR-ID EQUAL SES-OPERADOR
               AND (WRK-OPCAO EQUAL 3 OR WRK-OPCAO EQUAL 5)
               DISPLAY 'Nao eh permitido alterar o perfil ou a '
                       'situacao do proprio operador.'
               GO TO P4-CONFIRMA-ALTERACAO-FIM
            END-IF

            EVALUATE WRK-OPCAO
              WHEN 3
                 DISPLAY 'Novo perfil (A-atendimento S-supervisor '
                         'B-batch/operacao): '
                 ACCEPT WRK-PERFIL
                 IF NOT PERFIL-VALIDO
                    DISPLAY 'Perfil invalido, informe A, S ou B.'
                    GO TO P4-CONFIRMA-ALTERACAO-FIM
                 END-IF
                 MOVE WRK-PERFIL            TO OPR-PERFIL
                 MOVE 'PERFIL'              TO WRK-AUD-ACAO
              WHEN 4
                 DISPLAY 'Confirma a emissao de uma senha temporaria? '
                         '(S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA NOT EQUAL 'S'
                    AND WRK-CONFIRMA NOT EQUAL 's'
                    DISPLAY 'Emissao cancelada.'
                    GO TO P4-CONFIRMA-ALTERACAO-FIM
                 END-IF
                 PERFORM P5-GERA-SENHA-TEMP THRU P5-GERA-SENHA-TEMP-FIM
                 PERFORM P5-HASH-SENHA      THRU P5-HASH-SENHA-FIM
                 MOVE WRK-PASSWORD-HASH     TO OPR-SENHA
                 MOVE ZERO                  TO OPR-DT-SENHA
                 MOVE ZERO                  TO OPR-QTD-TENT-FALHAS
                 MOVE 'N'                   TO OPR-BLOQ
                 MOVE 'SENHA TEMP.'         TO WRK-AUD-ACAO
              WHEN 5
                 IF OPR-INATIVO
                    DISPLAY 'Confirma a reativacao do operador? (S/N)'
                 ELSE
                    DISPLAY 'Confirma a desativacao do operador? (S/N)'
                 END-IF
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA NOT EQUAL 'S'
                    AND WRK-CONFIRMA NOT EQUAL 's'
                    DISPLAY 'Alteracao cancelada.'
                    GO TO P4-CONFIRMA-ALTERACAO-FIM
                 END-IF
                 IF OPR-INATIVO
                    MOVE 'A'                TO OPR-SIT
                    MOVE 'REATIVACAO'       TO WRK-AUD-ACAO
                 ELSE
                    MOVE 'I'                TO OPR-SIT
                    MOVE 'DESATIVACAO'      TO WRK-AUD-ACAO
                 END-IF
            END-EVALUATE

            REWRITE REG-OPERADOR
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR O OPERADOR'
               NOT INVALID KEY
                  DISPLAY 'Operador alterado com sucesso!'
                  IF WRK-OPCAO EQUAL 4
                     DISPLAY 'Senha temporaria do operador: '
                             FUNCTION TRIM(WRK-PASSWORD)
                     DISPLAY 'O operador devera trocar a senha na '
                             'proxima identificacao.'
                  END-IF
                  PERFORM P6-GRAVA-AUDITORIA
                          THRU P6-GRAVA-AUDITORIA-FIM
            END-REWRITE
            .
       P4-CONFIRMA-ALTERACAO-FIM.

      *-------------------------------------------------------------------------
      *GERA A SENHA TEMPORARIA A PARTIR DA HORA ATUAL (MESMA IDEIA DO
      *P2-GERA-SENHA-TEMP DO SUPPUSER), NO FORMATO 'Opr@HHMMSS'
      *-------------------------------------------------------------------------
       P5-GERA-SENHA-TEMP.
            MOVE FUNCTION CURRENT-DATE(9:6)  TO WRK-HORA-GER
            MOVE SPACES                      TO WRK-PASSWORD
            STRING 'Opr@' WRK-HORA-GER
               DELIMITED BY SIZE INTO WRK-PASSWORD
            END-STRING
            .
       P5-GERA-SENHA-TEMP-FIM.

      *-------------------------------------------------------------------------
      *CODIFICACAO DA SENHA TEMPORARIA (ALGORITMO IDENTICO AO
      *P3-HASH-SENHA DO OPERLOG, PARA QUE O HASH GRAVADO AQUI BATA COM
      *O RECALCULADO NA IDENTIFICACAO)
      *-------------------------------------------------------------------------
       P5-HASH-SENHA.
            COMPUTE WRK-PASS-TAM = FUNCTION LENGTH
                                 (FUNCTION TRIM(WRK-PASSWORD))
            MOVE ZERO                          TO WRK-HASH-NUM

            PERFORM P5-SOMA-HASH THRU P5-SOMA-HASH-FIM
                    VARYING WRK-HASH-CONT FROM 1 BY 1
                    UNTIL WRK-HASH-CONT > LENGTH OF WRK-PASSWORD

            MOVE WRK-HASH-NUM                  TO WRK-HASH-OUT
            MOVE SPACES                        TO WRK-PASSWORD-HASH
            STRING 'HASH$' WRK-PASS-TAM '$' WRK-HASH-OUT
               DELIMITED BY SIZE INTO WRK-PASSWORD-HASH
            END-STRING
            .
       P5-HASH-SENHA-FIM.
       P5-SOMA-HASH.
            COMPUTE WRK-HASH-ORD = FUNCTION ORD
                                 (WRK-PASSWORD(WRK-HASH-CONT:1))
            COMPUTE WRK-HASH-NUM = FUNCTION MOD
               (WRK-HASH-NUM * 131 + WRK-HASH-ORD * WRK-HASH-CONT
                999999999)
            .
       P5-SOMA-HASH-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DA LINHA DE AUDITORIA DA MANUTENCAO DE OPERADOR (MESMA
      *LOGICA DE ABERTURA DO P6-GRAVA-AUDITORIA DO CREAUSER), COM
      *AUD-OPER 'O'. A LINHA NAO SE REFERE A UM CADASTRO: ID-USUARIO
      *FICA ZERADO E O CAMPO DO E-MAIL LEVA O CODIGO DO OPERADOR
      *ALTERADO, A ACAO E O PERFIL/SITUACAO/BLOQUEIO RESULTANTES.
      *NA IMPLANTACAO NAO HA SESSAO E AUD-OPERADOR FICA EM BRANCO.
      *-------------------------------------------------------------------------
       P6-GRAVA-AUDITORIA.
            MOVE SPACES                        TO WRK-AUD-RESUMO
            STRING OPR-ID           ' '
                   WRK-AUD-ACAO
                   ' PERFIL='       OPR-PERFIL
                   ' SIT='          OPR-SIT
                   ' BLOQ='         OPR-BLOQ
               DELIMITED BY SIZE INTO WRK-AUD-RESUMO
            END-STRING

            OPEN EXTEND AUDITORIA
            IF WRK-AUD-FS EQUAL 35
               OPEN OUTPUT AUDITORIA
            END-IF

            IF AUD-FS-OK
               MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-HORA
               MOVE ZERO                       TO AUD-ID-USUARIO
               MOVE WRK-AUD-RESUMO             TO AUD-EMAIL
               MOVE 'S'                        TO AUD-STATUS
               MOVE WRK-OPR-FS                 TO AUD-FS
               MOVE 'O'                        TO AUD-OPER
               IF SESSAO-ABERTA
                  MOVE SES-OPERADOR            TO AUD-OPERADOR
               ELSE
                  MOVE SPACES                  TO AUD-OPERADOR
               END-IF
               WRITE REG-AUDITORIA
               CLOSE AUDITORIA
            ELSE
               DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA'
               DISPLAY 'FILE STATUS: ' WRK-AUD-FS
            END-IF
            .
       P6-GRAVA-AUDITORIA-FIM.

       END PROGRAM OPERMANT.
