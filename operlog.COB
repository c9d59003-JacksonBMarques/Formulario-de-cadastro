      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: IDENTIFICACAO DO OPERADOR (SIGN-ON). CHAMADO PELO
      *          MENUOPER E PELOS PROGRAMAS DE MANUTENCAO ANTES DE
      *          QUALQUER ALTERACAO. SE AINDA NAO HA SESSAO ABERTA,
      *          PEDE OPERADOR/SENHA, CONFERE CONTRA O HASH GRAVADO EM
      *          OPERADOR.DAT (BLOQUEANDO APOS 5 TENTATIVAS ERRADAS
      *          SEGUIDAS) E ABRE A SESSAO (OPERSESS). EM SEGUIDA
      *          CONFERE SE O PERFIL DO OPERADOR ESTA ENTRE OS PERFIS
      *          ACEITOS PELO CHAMADOR E DEVOLVE 'S' OU 'N'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERLOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.

       FD OPERADOR.
           COPY OPERREC.

       WORKING-STORAGE SECTION.

       77 WRK-OPR-FS                     PIC 99.
         88 OPR-FS-OK                    VALUE 0.
       77 WRK-SAIR                       PIC X VALUE 'N'.
          88 SAIR-OK                     VALUE 'S' FALSE 'N'.
       77 WRK-TENTATIVA                  PIC 9(02) COMP.
       77 WRK-ID-BUSCA                   PIC X(08).
      *VARIAVEIS DE VERIFICACAO DE SENHA
       77 WRK-PASSWORD                   PIC X(100).
       77 WRK-PASS-TAM                   PIC 99.
       77 WRK-SENHA-CONF                 PIC X(100).
      *VARIAVEIS DE HASH DA SENHA (MESMO ALGORITMO DO P6-HASH-SENHA
      *DO CREAUSER)
       77 WRK-PASSWORD-HASH              PIC X(100).
       77 WRK-HASH-NUM                   PIC 9(09) COMP.
       77 WRK-HASH-OUT                   PIC 9(09).
       77 WRK-HASH-ORD                   PIC 9(04) COMP.
       77 WRK-HASH-CONT                  PIC 9(04) COMP VALUE 1.
           COPY OPERSESS.

       LINKAGE SECTION.
      *PERFIS ACEITOS PELO PROGRAMA CHAMADOR (EX: 'S  ', 'SB ',
      *'ASB') E O RESULTADO DEVOLVIDO ('S' = OPERADOR LIBERADO)
       01 OPL-PERFIS                     PIC X(03).
       01 OPL-LIBERADO                   PIC X(01).

       PROCEDURE DIVISION USING OPL-PERFIS OPL-LIBERADO.
       MAIN-PROCEDURE.

            MOVE 'N'                           TO OPL-LIBERADO
            MOVE 'N'                           TO WRK-SAIR

            IF NOT SESSAO-ABERTA
               DISPLAY '----------------------------------------------'
               DISPLAY 'IDENTIFICACAO DO OPERADOR'
               DISPLAY '----------------------------------------------'
               PERFORM P1-SIGN-ON THRU P1-SIGN-ON-FIM
                       VARYING WRK-TENTATIVA FROM 1 BY 1
                       UNTIL SESSAO-ABERTA OR SAIR-OK
                             OR WRK-TENTATIVA > 3
            END-IF

            IF SESSAO-ABERTA
               PERFORM P4-CONFERE-PERFIL THRU P4-CONFERE-PERFIL-FIM
            END-IF

            GOBACK
       .

      *-------------------------------------------------------------------------
      *PEDE OPERADOR/SENHA E LOCALIZA O OPERADOR PELA CHAVE. OPERADOR
      *EM BRANCO DESISTE DA IDENTIFICACAO.
      *-------------------------------------------------------------------------
       P1-SIGN-ON.
            MOVE SPACES                        TO WRK-ID-BUSCA
            DISPLAY 'Operador (em branco para sair): '
            ACCEPT WRK-ID-BUSCA
            IF WRK-ID-BUSCA EQUAL SPACES
               MOVE 'S'                        TO WRK-SAIR
               GO TO P1-SIGN-ON-FIM
            END-IF
            MOVE SPACES                        TO WRK-PASSWORD
            DISPLAY 'Senha do operador: '
            ACCEPT WRK-PASSWORD

            OPEN I-O OPERADOR
            IF WRK-OPR-FS EQUAL 35
               DISPLAY 'NENHUM OPERADOR CADASTRADO. RODE O OPERMANT '
                       'PARA CADASTRAR O PRIMEIRO SUPERVISOR.'
               MOVE 'S'                        TO WRK-SAIR
            ELSE
               IF NOT OPR-FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES'
                  DISPLAY 'FILE STATUS: ' WRK-OPR-FS
                  MOVE 'S'                     TO WRK-SAIR
               ELSE
                  MOVE WRK-ID-BUSCA            TO OPR-ID
                  READ OPERADOR
                     INVALID KEY
                        DISPLAY 'Operador ou senha invalidos.'
                     NOT INVALID KEY
                        PERFORM P2-CONFERE-SENHA
                                THRU P2-CONFERE-SENHA-FIM
                  END-READ
                  CLOSE OPERADOR
               END-IF
            END-IF
            .
       P1-SIGN-ON-FIM.

      *-------------------------------------------------------------------------
      *CONFERE A SITUACAO DO OPERADOR E A SENHA DIGITADA (MESMA LOGICA
      *DO P1-LOGIN DO LOGUSER) E ABRE A SESSAO QUANDO CONFERE
      *-------------------------------------------------------------------------
       P2-CONFERE-SENHA.
            IF OPR-INATIVO
               DISPLAY 'Operador desativado. Procure o supervisor.'
               MOVE 'S'                        TO WRK-SAIR
            ELSE
            IF OPR-BLOQUEADO
               DISPLAY 'Operador bloqueado por excesso de tentativas '
                       'invalidas. Procure o supervisor.'
               MOVE 'S'                        TO WRK-SAIR
            ELSE
               PERFORM P3-HASH-SENHA THRU P3-HASH-SENHA-FIM
               IF WRK-PASSWORD-HASH EQUAL OPR-SENHA
                  MOVE ZERO                    TO OPR-QTD-TENT-FALHAS
      *OPR-DT-SENHA ZERADA EH A SENHA TEMPORARIA EMITIDA PELO OPERMANT:
      *A SESSAO SO EH ABERTA DEPOIS DA TROCA OBRIGATORIA
                  IF OPR-DT-SENHA EQUAL ZERO
                     PERFORM P2-TROCA-SENHA THRU P2-TROCA-SENHA-FIM
                  END-IF
                  IF OPR-DT-SENHA NOT EQUAL ZERO
                     MOVE FUNCTION CURRENT-DATE(1:8)
                                               TO OPR-DT-ULT-ACESSO
                     MOVE OPR-ID               TO SES-OPERADOR
                     MOVE OPR-PERFIL           TO SES-PERFIL
                     MOVE 'S'                  TO SES-STATUS
                     DISPLAY 'Operador identificado: '
                             FUNCTION TRIM(OPR-NOME)
                  END-IF
               ELSE
                  ADD 1                        TO OPR-QTD-TENT-FALHAS
                  IF OPR-QTD-TENT-FALHAS >= 5
                     MOVE 'S'                  TO OPR-BLOQ
                     MOVE 'S'                  TO WRK-SAIR
                     DISPLAY 'Senha invalida. Operador bloqueado '
                             'apos 5 tentativas seguidas.'
                  ELSE
                     DISPLAY 'Operador ou senha invalidos.'
                  END-IF
               END-IF
               REWRITE REG-OPERADOR
                  INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR O OPERADOR'
               END-REWRITE
            END-IF
            END-IF
            .
       P2-CONFERE-SENHA-FIM.

      *-------------------------------------------------------------------------
      *TROCA OBRIGATORIA DA SENHA TEMPORARIA. A NOVA SENHA PRECISA TER
      *NO MINIMO 8 CARACTERES, SER DIGITADA DUAS VEZES IGUAL E SER
      *DIFERENTE DA TEMPORARIA. SE NAO PASSAR, OPR-DT-SENHA CONTINUA
      *ZERADA E A SESSAO NAO EH ABERTA.
      *-------------------------------------------------------------------------
       P2-TROCA-SENHA.
            DISPLAY 'Senha temporaria conferida. Cadastre a sua nova '
                    'senha de operador.'
            MOVE SPACES                        TO WRK-PASSWORD
            DISPLAY 'Nova senha: '
            ACCEPT WRK-PASSWORD
            MOVE SPACES                        TO WRK-SENHA-CONF
            DISPLAY 'Repita a nova senha: '
            ACCEPT WRK-SENHA-CONF

            COMPUTE WRK-PASS-TAM = FUNCTION LENGTH
                                 (FUNCTION TRIM(WRK-PASSWORD))
            IF WRK-PASSWORD NOT EQUAL WRK-SENHA-CONF
               DISPLAY 'As senhas digitadas nao conferem.'
               GO TO P2-TROCA-SENHA-FIM
            END-IF
            IF WRK-PASSWORD EQUAL SPACES OR WRK-PASS-TAM < 8
               DISPLAY 'A senha deve ter no minimo 8 caracteres.'
               GO TO P2-TROCA-SENHA-FIM
            END-IF

            PERFORM P3-HASH-SENHA THRU P3-HASH-SENHA-FIM
            IF WRK-PASSWORD-HASH EQUAL OPR-SENHA
               DISPLAY 'A nova senha deve ser diferente da temporaria.'
            ELSE
               MOVE WRK-PASSWORD-HASH          TO OPR-SENHA
               MOVE FUNCTION CURRENT-DATE(1:8) TO OPR-DT-SENHA
               DISPLAY 'Senha de operador alterada com sucesso!'
            END-IF
            .
       P2-TROCA-SENHA-FIM.

      *-------------------------------------------------------------------------
      *CODIFICACAO DA SENHA DIGITADA (ALGORITMO IDENTICO AO
      *P6-HASH-SENHA DO CREAUSER E AO P3-HASH-SENHA DO OPERMANT, PARA
      *QUE O HASH RECALCULADO AQUI BATA COM O GRAVADO EM OPERADOR.DAT)
      *-------------------------------------------------------------------------
       P3-HASH-SENHA.
            COMPUTE WRK-PASS-TAM = FUNCTION LENGTH
                                 (FUNCTION TRIM(WRK-PASSWORD))
            MOVE ZERO                          TO WRK-HASH-NUM

            PERFORM P3-SOMA-HASH THRU P3-SOMA-HASH-FIM
                    VARYING WRK-HASH-CONT FROM 1 BY 1
                    UNTIL WRK-HASH-CONT > LENGTH OF WRK-PASSWORD

            MOVE WRK-HASH-NUM                  TO WRK-HASH-OUT
            MOVE SPACES                        TO WRK-PASSWORD-HASH
            STRING 'HASH$' WRK-PASS-TAM '$' WRK-HASH-OUT
               DELIMITED BY SIZE INTO WRK-PASSWORD-HASH
            END-STRING
            .
       P3-HASH-SENHA-FIM.
       P3-SOMA-HASH.
            COMPUTE WRK-HASH-ORD = FUNCTION ORD
                                 (WRK-PASSWORD(WRK-HASH-CONT:1))
            COMPUTE WRK-HASH-NUM = FUNCTION MOD
               (WRK-HASH-NUM * 131 + WRK-HASH-ORD * WRK-HASH-CONT
                999999999)
            .
       P3-SOMA-HASH-FIM.

      *-------------------------------------------------------------------------
      *CONFERE SE O PERFIL DA SESSAO ESTA ENTRE OS PERFIS ACEITOS
      *PELO PROGRAMA CHAMADOR
      *-------------------------------------------------------------------------
       P4-CONFERE-PERFIL.
            IF SES-PERFIL EQUAL OPL-PERFIS(1:1)
               OR SES-PERFIL EQUAL OPL-PERFIS(2:1)
               OR SES-PERFIL EQUAL OPL-PERFIS(3:1)
               MOVE 'S'                        TO OPL-LIBERADO
            ELSE
               DISPLAY 'O PERFIL DO OPERADOR ' SES-OPERADOR
                       ' NAO PERMITE ESTA FUNCAO.'
            END-IF
            .
       P4-CONFERE-PERFIL-FIM.

       END PROGRAM OPERLOG.
