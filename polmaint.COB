      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA POLITICA DE SEGURANCA (POLITICA.DAT):
      *          TAMANHO MINIMO E CLASSES DE CARACTERE EXIGIDAS NA
      *          SENHA, TENTATIVAS ATE O BLOQUEIO DA CONTA, QUANTIDADE
      *          DE SENHAS ANTERIORES RECUSADAS NA TROCA, VALIDADE DA
      *          SENHA E ANTECEDENCIA DO AVISO, E IDADE MINIMA DO
      *          TITULAR. A NOVA POLITICA VALE NA PROXIMA EXECUCAO DE
      *          CADA PROGRAMA (CREAUSER, TROCSENH, LOGUSER, PWDAGE,
      *          SUPPUSER, MANTUSER E QUALUSR). CADA ALTERACAO GRAVA
      *          UMA LINHA EM AUDITORIA.DAT COM AUD-OPER 'S'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLMAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY POLSEL.
               COPY AUDSEL.

       DATA DIVISION.
       FILE SECTION.

       FD POLITICA.
           COPY POLREC.

       FD AUDITORIA.
           COPY AUDREC.

       WORKING-STORAGE SECTION.

       77 WRK-POL-FS                     PIC 99.
         88 POL-FS-OK                    VALUE 0.
       77 WRK-SAIR                       PIC X VALUE 'N'.
          88 SAIR-OK                     VALUE 'S' FALSE 'N'.
       77 WRK-OPCAO                      PIC 9.
       77 WRK-CONFIRMA                   PIC X VALUE 'N'.
      *VALORES INFORMADOS PARA A NOVA POLITICA
       77 WRK-NOVO-TAM                   PIC 9(02).
       77 WRK-NOVO-MAIUSCULA             PIC X(01).
       77 WRK-NOVO-MINUSCULA             PIC X(01).
       77 WRK-NOVO-ESPECIAL              PIC X(01).
       77 WRK-NOVO-NUMERO                PIC X(01).
       77 WRK-NOVO-TENTATIVAS            PIC 9(02).
       77 WRK-NOVO-REUSO                 PIC 9(02).
       77 WRK-NOVO-VALIDADE              PIC 9(05).
       77 WRK-NOVO-ANTECEDENCIA          PIC 9(05).
       77 WRK-NOVO-IDADE                 PIC 9(03).
       77 WRK-VALIDO                     PIC X VALUE 'N'.
          88 POLITICA-VALIDA             VALUE 'S' FALSE 'N'.
      *VARIAVEIS DA TRILHA DE AUDITORIA (AUDITORIA.DAT)
       77 WRK-AUD-FS                     PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-AUD-STATUS                 PIC X(01).
       77 WRK-AUD-RESUMO                 PIC X(100).
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'S  '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.
           COPY OPERSESS.
      *POLITICA EM VIGOR (POLCARGA)
           COPY POLPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   MANUTENCAO DA POLITICA DE SEGURANCA         *'
            DISPLAY '************************************************'

      *SOMENTE OPERADOR IDENTIFICADO, COM PERFIL PERMITIDO, USA ESTA
      *FUNCAO
            CALL 'OPERLOG' USING WRK-PERFIS-ACEITOS
                                 WRK-OPER-LIBERADO
            IF NOT OPERADOR-LIBERADO
               GOBACK
            END-IF

            PERFORM P1-MENU THRU P1-MENU-FIM UNTIL SAIR-OK

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *MENU PRINCIPAL
      *-------------------------------------------------------------------------
       P1-MENU.
            DISPLAY ' '
            DISPLAY '1 - Consultar a politica em vigor'
            DISPLAY '2 - Alterar a politica'
            DISPLAY '0 - Sair'
            ACCEPT WRK-OPCAO

            EVALUATE WRK-OPCAO
              WHEN 0
                 MOVE 'S'                  TO WRK-SAIR
              WHEN 1
                 PERFORM P2-CONSULTA THRU P2-CONSULTA-FIM
              WHEN 2
                 PERFORM P3-ALTERA   THRU P3-ALTERA-FIM
              WHEN OTHER
                 DISPLAY 'Opcao invalida, tente novamente!'
            END-EVALUATE
            .
       P1-MENU-FIM.

      *-------------------------------------------------------------------------
      *MOSTRA A POLITICA EM VIGOR, JA COM OS PADROES APLICADOS PELO
      *POLCARGA AOS CAMPOS AUSENTES OU FORA DA FAIXA
      *-------------------------------------------------------------------------
       P2-CONSULTA.
            CALL 'POLCARGA' USING PAR-POLITICA
            DISPLAY '------------------------------------------------'
            IF PAR-PADRAO
               DISPLAY 'POLITICA PADRAO - POLITICA.DAT NAO GRAVADO'
            ELSE
               DISPLAY 'ULTIMA ALTERACAO   : ' PAR-DT-ALTERACAO ' '
                       PAR-HR-ALTERACAO ' POR ' PAR-OPERADOR
            END-IF
            DISPLAY 'TAMANHO MINIMO     : ' PAR-TAM-MINIMO
            DISPLAY 'EXIGE MAIUSCULA    : ' PAR-EXIGE-MAIUSCULA
            DISPLAY 'EXIGE MINUSCULA    : ' PAR-EXIGE-MINUSCULA
            DISPLAY 'EXIGE ESPECIAL     : ' PAR-EXIGE-ESPECIAL
            DISPLAY 'EXIGE NUMERO       : ' PAR-EXIGE-NUMERO
            DISPLAY 'TENTATIVAS/BLOQUEIO: ' PAR-LIMITE-TENTATIVAS
            DISPLAY 'SENHAS RECUSADAS   : ' PAR-PROF-REUSO
            DISPLAY 'VALIDADE (DIAS)    : ' PAR-VALIDADE-DIAS
            DISPLAY 'AVISO ANTES (DIAS) : ' PAR-ANTECEDENCIA
            DISPLAY 'IDADE MINIMA       : ' PAR-IDADE-MINIMA
            DISPLAY '------------------------------------------------'
            .
       P2-CONSULTA-FIM.

      *-------------------------------------------------------------------------
      *PEDE TODOS OS CAMPOS DA NOVA POLITICA, MOSTRANDO O VALOR EM
      *VIGOR, CONFERE AS FAIXAS E, CONFIRMADA, GRAVA E AUDITA
      *-------------------------------------------------------------------------
       P3-ALTERA.
            PERFORM P2-CONSULTA THRU P2-CONSULTA-FIM

            DISPLAY 'Tamanho minimo da senha (06-20), hoje '
                    PAR-TAM-MINIMO ': '
            ACCEPT WRK-NOVO-TAM
            DISPLAY 'Exigir letra maiuscula (S/N), hoje '
                    PAR-EXIGE-MAIUSCULA ': '
            ACCEPT WRK-NOVO-MAIUSCULA
            DISPLAY 'Exigir letra minuscula (S/N), hoje '
                    PAR-EXIGE-MINUSCULA ': '
            ACCEPT WRK-NOVO-MINUSCULA
            DISPLAY 'Exigir caractere especial (S/N), hoje '
                    PAR-EXIGE-ESPECIAL ': '
            ACCEPT WRK-NOVO-ESPECIAL
            DISPLAY 'Exigir numero (S/N), hoje '
                    PAR-EXIGE-NUMERO ': '
            ACCEPT WRK-NOVO-NUMERO
            DISPLAY 'Tentativas erradas ate o bloqueio (01-20), hoje '
                    PAR-LIMITE-TENTATIVAS ': '
            ACCEPT WRK-NOVO-TENTATIVAS
            DISPLAY 'Senhas anteriores recusadas na troca (01-20), '
                    'hoje ' PAR-PROF-REUSO ': '
            ACCEPT WRK-NOVO-REUSO
            DISPLAY 'Validade da senha em dias (1-3650), hoje '
                    PAR-VALIDADE-DIAS ': '
            ACCEPT WRK-NOVO-VALIDADE
            DISPLAY 'Avisar quantos dias antes do vencimento '
                    '(0 = sem aviso antecipado), hoje '
                    PAR-ANTECEDENCIA ': '
            ACCEPT WRK-NOVO-ANTECEDENCIA
            DISPLAY 'Idade minima do titular (0-119), hoje '
                    PAR-IDADE-MINIMA ': '
            ACCEPT WRK-NOVO-IDADE

            PERFORM P3-VALIDA THRU P3-VALIDA-FIM
            IF NOT POLITICA-VALIDA
               DISPLAY 'Politica nao alterada.'
               GO TO P3-ALTERA-FIM
            END-IF

            DISPLAY 'Confirma a nova politica de seguranca? (S/N)'
            ACCEPT WRK-CONFIRMA
            IF WRK-CONFIRMA NOT EQUAL 'S' AND WRK-CONFIRMA NOT EQUAL 's'
               DISPLAY 'Alteracao cancelada.'
               GO TO P3-ALTERA-FIM
            END-IF

            PERFORM P4-GRAVA-POLITICA  THRU P4-GRAVA-POLITICA-FIM
            PERFORM P5-GRAVA-AUDITORIA THRU P5-GRAVA-AUDITORIA-FIM
            .
       P3-ALTERA-FIM.

      *-------------------------------------------------------------------------
      *CONFERE AS FAIXAS DE CADA CAMPO (AS MESMAS ACEITAS PELO
      *POLCARGA, DESCRITAS NO POLPARM)
      *-------------------------------------------------------------------------
       P3-VALIDA.
            MOVE 'S'                           TO WRK-VALIDO
            INSPECT WRK-NOVO-MAIUSCULA  CONVERTING 'sn' TO 'SN'
            INSPECT WRK-NOVO-MINUSCULA  CONVERTING 'sn' TO 'SN'
            INSPECT WRK-NOVO-ESPECIAL   CONVERTING 'sn' TO 'SN'
            INSPECT WRK-NOVO-NUMERO     CONVERTING 'sn' TO 'SN'

            IF WRK-NOVO-TAM < 6 OR WRK-NOVO-TAM > 20
               DISPLAY 'Tamanho minimo invalido, informe de 06 a 20.'
               MOVE 'N'                        TO WRK-VALIDO
            END-IF
            IF (WRK-NOVO-MAIUSCULA NOT EQUAL 'S'
                AND WRK-NOVO-MAIUSCULA NOT EQUAL 'N')
               OR (WRK-NOVO-MINUSCULA NOT EQUAL 'S'
                AND WRK-NOVO-MINUSCULA NOT EQUAL 'N')
               OR (WRK-NOVO-ESPECIAL NOT EQUAL 'S'
                AND WRK-NOVO-ESPECIAL NOT EQUAL 'N')
               OR (WRK-NOVO-NUMERO NOT EQUAL 'S'
                AND WRK-NOVO-NUMERO NOT EQUAL 'N')
               DISPLAY 'Exigencia de classe invalida, informe S ou N.'
               MOVE 'N'                        TO WRK-VALIDO
            END-IF
            IF WRK-NOVO-TENTATIVAS < 1 OR WRK-NOVO-TENTATIVAS > 20
               DISPLAY 'Tentativas invalidas, informe de 01 a 20.'
               MOVE 'N'                        TO WRK-VALIDO
            END-IF
            IF WRK-NOVO-REUSO < 1 OR WRK-NOVO-REUSO > 20
               DISPLAY 'Senhas recusadas invalidas, informe de 01 a 20.'
               MOVE 'N'                        TO WRK-VALIDO
            END-IF
            IF WRK-NOVO-VALIDADE < 1 OR WRK-NOVO-VALIDADE > 3650
               DISPLAY 'Validade invalida, informe de 1 a 3650 dias.'
               MOVE 'N'                        TO WRK-VALIDO
            END-IF
            IF WRK-NOVO-ANTECEDENCIA NOT < WRK-NOVO-VALIDADE
               DISPLAY 'O aviso deve vir antes do vencimento, informe '
                       'menos dias que a validade.'
               MOVE 'N'                        TO WRK-VALIDO
            END-IF
            IF WRK-NOVO-IDADE > 119
               DISPLAY 'Idade minima invalida, informe de 0 a 119.'
               MOVE 'N'                        TO WRK-VALIDO
            END-IF
            .
       P3-VALIDA-FIM.

      *-------------------------------------------------------------------------
      *REGRAVA O REGISTRO UNICO DE POLITICA.DAT COM A NOVA POLITICA,
      *A DATA, A HORA E O OPERADOR DA ALTERACAO
      *-------------------------------------------------------------------------
       P4-GRAVA-POLITICA.
            MOVE 'N'                           TO WRK-AUD-STATUS
            OPEN OUTPUT POLITICA
            IF NOT POL-FS-OK
               DISPLAY 'ERRO AO GRAVAR A POLITICA DE SEGURANCA'
               DISPLAY 'FILE STATUS: ' WRK-POL-FS
               GO TO P4-GRAVA-POLITICA-FIM
            END-IF

            MOVE WRK-NOVO-TAM                  TO POL-TAM-MINIMO
            MOVE WRK-NOVO-MAIUSCULA            TO POL-EXIGE-MAIUSCULA
            MOVE WRK-NOVO-MINUSCULA            TO POL-EXIGE-MINUSCULA
            MOVE WRK-NOVO-ESPECIAL             TO POL-EXIGE-ESPECIAL
            MOVE WRK-NOVO-NUMERO               TO POL-EXIGE-NUMERO
            MOVE WRK-NOVO-TENTATIVAS           TO POL-LIMITE-TENTATIVAS
            MOVE WRK-NOVO-REUSO                TO POL-PROF-REUSO
            MOVE WRK-NOVO-VALIDADE             TO POL-VALIDADE-DIAS
            MOVE WRK-NOVO-ANTECEDENCIA         TO POL-ANTECEDENCIA
            MOVE WRK-NOVO-IDADE                TO POL-IDADE-MINIMA
            MOVE FUNCTION CURRENT-DATE(1:8)    TO POL-DT-ALTERACAO
            MOVE FUNCTION CURRENT-DATE(9:6)    TO POL-HR-ALTERACAO
            MOVE SES-OPERADOR                  TO POL-OPERADOR
            WRITE REG-POLITICA
            IF POL-FS-OK
               MOVE 'S'                        TO WRK-AUD-STATUS
               DISPLAY 'Politica de seguranca alterada!'
            ELSE
               DISPLAY 'ERRO AO GRAVAR A POLITICA DE SEGURANCA'
               DISPLAY 'FILE STATUS: ' WRK-POL-FS
            END-IF
            CLOSE POLITICA
            .
       P4-GRAVA-POLITICA-FIM.

      *-------------------------------------------------------------------------
      *GRAVACAO DA LINHA DE AUDITORIA DA ALTERACAO (MESMA LOGICA DE
      *ABERTURA DO P6-GRAVA-AUDITORIA DO CREAUSER), COM AUD-OPER 'S'.
      *A LINHA NAO SE REFERE A UM CADASTRO: ID-USUARIO FICA ZERADO E O
      *CAMPO DO E-MAIL LEVA O RESUMO DA NOVA POLITICA.
      *-------------------------------------------------------------------------
       P5-GRAVA-AUDITORIA.
            MOVE SPACES                        TO WRK-AUD-RESUMO
            STRING 'POLITICA TAM='  WRK-NOVO-TAM
                   ' MAI='          WRK-NOVO-MAIUSCULA
                   ' MIN='          WRK-NOVO-MINUSCULA
                   ' ESP='          WRK-NOVO-ESPECIAL
                   ' NUM='          WRK-NOVO-NUMERO
                   ' TENT='         WRK-NOVO-TENTATIVAS
                   ' REUSO='        WRK-NOVO-REUSO
                   ' VALID='        WRK-NOVO-VALIDADE
                   ' AVISO='        WRK-NOVO-ANTECEDENCIA
                   ' IDADE='        WRK-NOVO-IDADE
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
               MOVE WRK-AUD-STATUS             TO AUD-STATUS
               MOVE WRK-POL-FS                 TO AUD-FS
               MOVE 'S'                        TO AUD-OPER
               MOVE SES-OPERADOR               TO AUD-OPERADOR
               WRITE REG-AUDITORIA
               CLOSE AUDITORIA
            ELSE
               DISPLAY 'ERRO AO ABRIR A TRILHA DE AUDITORIA'
               DISPLAY 'FILE STATUS: ' WRK-AUD-FS
            END-IF
            .
       P5-GRAVA-AUDITORIA-FIM.

       END PROGRAM POLMAINT.
