      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: MENU UNICO DO SISTEMA DE CADASTROS. IDENTIFICA O
      *          OPERADOR PELO OPERLOG E OFERECE SOMENTE AS FUNCOES
      *          PERMITIDAS AO PERFIL DELE (A - ATENDIMENTO,
      *          S - SUPERVISOR, B - BATCH/OPERACAO), CHAMANDO OS
      *          PROGRAMAS EXISTENTES. A SESSAO ABERTA PELO OPERLOG
      *          (OPERSESS) FICA DISPONIVEL PARA OS PROGRAMAS
      *          CHAMADOS, QUE GRAVAM O OPERADOR NA AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUOPER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 WRK-SAIR                       PIC X VALUE 'N'.
          88 SAIR-OK                     VALUE 'S' FALSE 'N'.
       77 WRK-OPCAO                      PIC 9(02).
      *TABELA DAS FUNCOES DO MENU, COM OS PERFIS QUE PODEM USA-LAS
       01 WRK-TAB-FUNCAO.
          05 WRK-FUNC-ITEM OCCURS 23 TIMES.
             10 WRK-FUNC-PROG            PIC X(08).
             10 WRK-FUNC-PERFIS          PIC X(03).
             10 WRK-FUNC-DESC            PIC X(40).
       77 WRK-FUNC-QTD                   PIC 9(02) COMP VALUE 23.
       77 WRK-FUNC-NUM                   PIC 9(02) COMP.
      *FUNCOES OFERECIDAS AO PERFIL DA SESSAO, NA ORDEM EM QUE SAO
      *MOSTRADAS (CADA ITEM APONTA PARA A TABELA DE FUNCOES)
       01 WRK-TAB-MENU.
          05 WRK-MENU-QTD                PIC 9(02) COMP VALUE ZERO.
          05 WRK-MENU-FUNC OCCURS 23 TIMES
                                         PIC 9(02) COMP.
       77 WRK-PROGRAMA                   PIC X(08).
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'ASB'.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   SISTEMA DE CADASTROS - MENU PRINCIPAL       *'
            DISPLAY '************************************************'

            CALL 'OPERLOG' USING WRK-PERFIS-ACEITOS
                                 WRK-OPER-LIBERADO

            IF OPERADOR-LIBERADO
               PERFORM P1-MONTA-FUNCOES THRU P1-MONTA-FUNCOES-FIM
               PERFORM P2-MENU          THRU P2-MENU-FIM
                       UNTIL SAIR-OK
      *ENCERRA A SESSAO, PARA QUE NENHUM PROGRAMA RODADO DEPOIS NA
      *MESMA EXECUCAO HERDE O OPERADOR
               MOVE SPACES                     TO SESSAO-OPERADOR
               DISPLAY 'Sessao encerrada.'
            END-IF

            STOP RUN
       .

      *-------------------------------------------------------------------------
      *MONTA A TABELA DE FUNCOES E, A PARTIR DELA, A LISTA DAS
      *FUNCOES PERMITIDAS AO PERFIL DO OPERADOR DA SESSAO
      *-------------------------------------------------------------------------
       P1-MONTA-FUNCOES.
            MOVE 'CREAUSER'                    TO WRK-FUNC-PROG(1)
            MOVE 'ASB'                         TO WRK-FUNC-PERFIS(1)
            MOVE 'CADASTRO DE USUARIOS (TELA OU LOTE)'
                                               TO WRK-FUNC-DESC(1)
            MOVE 'SUPPUSER'                    TO WRK-FUNC-PROG(2)
            MOVE 'AS '                         TO WRK-FUNC-PERFIS(2)
            MOVE 'DESBLOQUEIO DE CONTA / SENHA TEMPORARIA'
                                               TO WRK-FUNC-DESC(2)
            MOVE 'TROCSENH'                    TO WRK-FUNC-PROG(3)
            MOVE 'AS '                         TO WRK-FUNC-PERFIS(3)
            MOVE 'TROCA DE SENHA DO USUARIO'   TO WRK-FUNC-DESC(3)
            MOVE 'LISTUSER'                    TO WRK-FUNC-PROG(4)
            MOVE 'AS '                         TO WRK-FUNC-PERFIS(4)
            MOVE 'LISTAGEM DE USUARIOS'        TO WRK-FUNC-DESC(4)
            MOVE 'AUDCONS '                    TO WRK-FUNC-PROG(5)
            MOVE 'AS '                         TO WRK-FUNC-PERFIS(5)
            MOVE 'CONSULTA DA TRILHA DE AUDITORIA'
                                               TO WRK-FUNC-DESC(5)
            MOVE 'MANTUSER'                    TO WRK-FUNC-PROG(6)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(6)
            MOVE 'MANUTENCAO DE CADASTROS'     TO WRK-FUNC-DESC(6)
            MOVE 'DORMUSR '                    TO WRK-FUNC-PROG(7)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(7)
            MOVE 'VARREDURA DE CADASTROS DORMENTES'
                                               TO WRK-FUNC-DESC(7)
            MOVE 'PURGUSR '                    TO WRK-FUNC-PROG(8)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(8)
            MOVE 'EXPURGO DE CADASTROS DESATIVADOS'
                                               TO WRK-FUNC-DESC(8)
            MOVE 'CPFDUP  '                    TO WRK-FUNC-PROG(9)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(9)
            MOVE 'RELATORIO DE CPF DUPLICADO'  TO WRK-FUNC-DESC(9)
            MOVE 'LGPDREL '                    TO WRK-FUNC-PROG(10)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(10)
            MOVE 'RELATORIO LGPD DO TITULAR'   TO WRK-FUNC-DESC(10)
            MOVE 'AUDLIST '                    TO WRK-FUNC-PROG(11)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(11)
            MOVE 'RELATORIO DA TRILHA DE AUDITORIA'
                                               TO WRK-FUNC-DESC(11)
            MOVE 'DOMMAINT'                    TO WRK-FUNC-PROG(12)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(12)
            MOVE 'TABELA DE DOMINIOS DE E-MAIL'
                                               TO WRK-FUNC-DESC(12)
            MOVE 'DDDMAINT'                    TO WRK-FUNC-PROG(13)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(13)
            MOVE 'TABELA DE DDDS'              TO WRK-FUNC-DESC(13)
            MOVE 'OPERMANT'                    TO WRK-FUNC-PROG(14)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(14)
            MOVE 'CADASTRO DE OPERADORES'      TO WRK-FUNC-DESC(14)
            MOVE 'REORGUSR'                    TO WRK-FUNC-PROG(15)
            MOVE 'SB '                         TO WRK-FUNC-PERFIS(15)
            MOVE 'REORGANIZACAO DE USER.DAT'   TO WRK-FUNC-DESC(15)
            MOVE 'AUDARCH '                    TO WRK-FUNC-PROG(16)
            MOVE 'SB '                         TO WRK-FUNC-PERFIS(16)
            MOVE 'ARQUIVAMENTO DA TRILHA DE AUDITORIA'
                                               TO WRK-FUNC-DESC(16)
            MOVE 'CARTIMPR'                    TO WRK-FUNC-PROG(17)
            MOVE 'SB '                         TO WRK-FUNC-PERFIS(17)
            MOVE 'IMPRESSAO DAS CARTAS DE BOAS-VINDAS'
                                               TO WRK-FUNC-DESC(17)
            MOVE 'FECHDIA '                    TO WRK-FUNC-PROG(18)
            MOVE 'SB '                         TO WRK-FUNC-PERFIS(18)
            MOVE 'FECHAMENTO DIARIO'           TO WRK-FUNC-DESC(18)
            MOVE 'BKPREST '                    TO WRK-FUNC-PROG(19)
            MOVE 'SB '                         TO WRK-FUNC-PERFIS(19)
            MOVE 'RESTAURACAO DE BACKUPS'      TO WRK-FUNC-DESC(19)
            MOVE 'AVISIMPR'                    TO WRK-FUNC-PROG(20)
            MOVE 'SB '                         TO WRK-FUNC-PERFIS(20)
            MOVE 'ENVIO DOS AVISOS AO CLIENTE' TO WRK-FUNC-DESC(20)
            MOVE 'PESSDUP '                    TO WRK-FUNC-PROG(21)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(21)
            MOVE 'RELATORIO DE PROVAVEIS DUPLICADOS'
                                               TO WRK-FUNC-DESC(21)
            MOVE 'ANONUSR '                    TO WRK-FUNC-PROG(22)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(22)
            MOVE 'ANONIMIZACAO DE TITULAR (LGPD)'
                                               TO WRK-FUNC-DESC(22)
            MOVE 'POLMAINT'                    TO WRK-FUNC-PROG(23)
            MOVE 'S  '                         TO WRK-FUNC-PERFIS(23)
            MOVE 'POLITICA DE SEGURANCA (SENHA/BLOQUEIO)'
                                               TO WRK-FUNC-DESC(23)

            MOVE ZERO                          TO WRK-MENU-QTD
            PERFORM P1-FILTRA-FUNCAO THRU P1-FILTRA-FUNCAO-FIM
                    VARYING WRK-FUNC-NUM FROM 1 BY 1
                    UNTIL WRK-FUNC-NUM > WRK-FUNC-QTD
            .
       P1-MONTA-FUNCOES-FIM.
       P1-FILTRA-FUNCAO.
            IF SES-PERFIL EQUAL WRK-FUNC-PERFIS(WRK-FUNC-NUM)(1:1)
               OR SES-PERFIL EQUAL WRK-FUNC-PERFIS(WRK-FUNC-NUM)(2:1)
               OR SES-PERFIL EQUAL WRK-FUNC-PERFIS(WRK-FUNC-NUM)(3:1)
               ADD 1                           TO WRK-MENU-QTD
               MOVE WRK-FUNC-NUM     TO WRK-MENU-FUNC(WRK-MENU-QTD)
            END-IF
            .
       P1-FILTRA-FUNCAO-FIM.

      *-------------------------------------------------------------------------
      *MOSTRA AS FUNCOES PERMITIDAS E CHAMA O PROGRAMA ESCOLHIDO. O
      *CANCEL DEPOIS DO CALL DEVOLVE O PROGRAMA AO ESTADO INICIAL,
      *PARA QUE A PROXIMA CHAMADA COMECE DO ZERO COMO SE FOSSE
      *RODADO SOZINHO.
      *-------------------------------------------------------------------------
       P2-MENU.
            DISPLAY ' '
            DISPLAY 'OPERADOR: ' SES-OPERADOR '  PERFIL: ' SES-PERFIL
            DISPLAY '------------------------------------------------'
            PERFORM P2-MOSTRA-OPCAO THRU P2-MOSTRA-OPCAO-FIM
                    VARYING WRK-FUNC-NUM FROM 1 BY 1
                    UNTIL WRK-FUNC-NUM > WRK-MENU-QTD
            DISPLAY '0  - Encerrar a sessao'
            MOVE ZERO                          TO WRK-OPCAO
            ACCEPT WRK-OPCAO

            IF WRK-OPCAO EQUAL ZERO
               MOVE 'S'                        TO WRK-SAIR
            ELSE
               IF WRK-OPCAO > WRK-MENU-QTD
                  DISPLAY 'Opcao invalida, tente novamente!'
               ELSE
                  MOVE WRK-FUNC-PROG(WRK-MENU-FUNC(WRK-OPCAO))
                                               TO WRK-PROGRAMA
                  CALL WRK-PROGRAMA
                     ON EXCEPTION
                        DISPLAY 'ERRO AO CHAMAR O PROGRAMA '
                                WRK-PROGRAMA
                  END-CALL
                  CANCEL WRK-PROGRAMA
               END-IF
            END-IF
            .
       P2-MENU-FIM.
       P2-MOSTRA-OPCAO.
            DISPLAY WRK-FUNC-NUM ' - '
                    WRK-FUNC-DESC(WRK-MENU-FUNC(WRK-FUNC-NUM))
            .
       P2-MOSTRA-OPCAO-FIM.

       END PROGRAM MENUOPER.
