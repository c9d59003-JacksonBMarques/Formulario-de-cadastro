      ******************************************************************
      * Author: JACKSON B MARQUES
      * Date: 15/10/2026
      * Purpose: ANONIMIZACAO DE UM TITULAR DE DADOS A PEDIDO (DIREITO
      *          DE ELIMINACAO DA LGPD). RECEBE UM CPF, LOCALIZA OS
      *          CADASTROS EM USER.DAT (O MESMO CPF PODE ESTAR EM MAIS
      *          DE UM ID-USUARIO, COMO NO LGPDREL) E, APOS A
      *          CONFIRMACAO DO OPERADOR, SUBSTITUI OS DADOS PESSOAIS
      *          PELO PSEUDONIMO DO ANONNOM EM USER.DAT, NA TRILHA DE
      *          AUDITORIA (ARQUIVO VIVO E ARQUIVOS MORTOS ANUAIS), EM
      *          CARTABV.DAT, EM SENHIST.DAT E NA FILA DE AVISOS.
      *          ID-USUARIO, DATAS, CODIGOS DE OPERACAO, SITUACAO E
      *          BLOQUEIO SAO MANTIDOS, PARA QUE O STATUSER, O RECONUSR
      *          E O BALUSR CONTINUEM BATENDO. USER.DAT EH REGRAVADO NO
      *          PROPRIO ARQUIVO, POR ULTIMO, E SOMENTE SE TODOS OS
      *          ARQUIVOS SEQUENCIAIS FORAM COPIADOS SEM FALHA; ESTES
      *          SAEM REGRAVADOS EM .LGPD E O OPERADOR OS PROMOVE A .DAT
      *          APOS CONFERIR O CERTIFICADO (MESMO PROCEDIMENTO DO
      *          AUDARCH). CADA CADASTRO ANONIMIZADO GANHA UMA LINHA DE
      *          AUDITORIA COM AUD-OPER 'A' NO FIM DE AUDITORIA.LGPD E O
      *          CERTIFICADO DO QUE FOI FEITO EM CADA ARQUIVO SAI EM
      *          ANONCERT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONUSR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY USERSEL.
               COPY AUDSEL.
               COPY AUDSEL3.
               COPY AUDQSEL.
               COPY AUDQSEL2.
               COPY CARTASEL.
               COPY CARTSEL3.
               COPY SENHSEL.
               COPY SENHSEL2.
               COPY AVISSEL.
               COPY AVISSEL3.
               COPY ANONSEL.

       DATA DIVISION.
       FILE SECTION.

       FD USUARIO.
           COPY USERREC.

       FD AUDITORIA.
           COPY AUDREC.

       FD AUDITORIA-LGPD.
           COPY AUDREC REPLACING
                REG-AUDITORIA       BY REG-AUDITORIA-LGPD
                AUD-DATA            BY LAUD-DATA
                AUD-HORA            BY LAUD-HORA
                AUD-ID-USUARIO      BY LAUD-ID-USUARIO
                AUD-EMAIL           BY LAUD-EMAIL
                AUD-STATUS          BY LAUD-STATUS
                AUD-SUCESSO         BY LAUD-SUCESSO
                AUD-FS              BY LAUD-FS
                AUD-OPER            BY LAUD-OPER
                AUD-OPER-CADASTRO   BY LAUD-OPER-CADASTRO
                AUD-OPER-LOGIN      BY LAUD-OPER-LOGIN
                AUD-OPER-RESET      BY LAUD-OPER-RESET
                AUD-OPER-TROCA-SENHA BY LAUD-OPER-TROCA-SENHA
                AUD-OPER-EXCLUSAO   BY LAUD-OPER-EXCLUSAO
                AUD-OPER-DORMENTE   BY LAUD-OPER-DORMENTE
                AUD-OPER-EXPURGO    BY LAUD-OPER-EXPURGO
                AUD-OPER-BLOQUEIO   BY LAUD-OPER-BLOQUEIO
                AUD-OPER-DESBLOQUEIO BY LAUD-OPER-DESBLOQUEIO
                AUD-OPER-ANONIMIZACAO BY LAUD-OPER-ANONIMIZACAO
                AUD-OPER-POLITICA   BY LAUD-OPER-POLITICA
                AUD-OPER-ALTERACAO  BY LAUD-OPER-ALTERACAO
                AUD-OPER-OPERADOR   BY LAUD-OPER-OPERADOR
                AUD-OPERADOR        BY LAUD-OPERADOR.

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

       FD AUDARQ-LGPD.
           COPY AUDREC REPLACING
                REG-AUDITORIA       BY REG-AUDARQ-LGPD
                AUD-DATA            BY LARQ-DATA
                AUD-HORA            BY LARQ-HORA
                AUD-ID-USUARIO      BY LARQ-ID-USUARIO
                AUD-EMAIL           BY LARQ-EMAIL
                AUD-STATUS          BY LARQ-STATUS
                AUD-SUCESSO         BY LARQ-SUCESSO
                AUD-FS              BY LARQ-FS
                AUD-OPER            BY LARQ-OPER
                AUD-OPER-CADASTRO   BY LARQ-OPER-CADASTRO
                AUD-OPER-LOGIN      BY LARQ-OPER-LOGIN
                AUD-OPER-RESET      BY LARQ-OPER-RESET
                AUD-OPER-TROCA-SENHA BY LARQ-OPER-TROCA-SENHA
                AUD-OPER-EXCLUSAO   BY LARQ-OPER-EXCLUSAO
                AUD-OPER-DORMENTE   BY LARQ-OPER-DORMENTE
                AUD-OPER-EXPURGO    BY LARQ-OPER-EXPURGO
                AUD-OPER-BLOQUEIO   BY LARQ-OPER-BLOQUEIO
                AUD-OPER-DESBLOQUEIO BY LARQ-OPER-DESBLOQUEIO
                AUD-OPER-ANONIMIZACAO BY LARQ-OPER-ANONIMIZACAO
                AUD-OPER-POLITICA   BY LARQ-OPER-POLITICA
                AUD-OPER-ALTERACAO  BY LARQ-OPER-ALTERACAO
                AUD-OPER-OPERADOR   BY LARQ-OPER-OPERADOR
                AUD-OPERADOR        BY LARQ-OPERADOR.

       FD CARTA.
           COPY CARTAREC.

       FD CARTA-LGPD.
           COPY CARTAREC REPLACING
                REG-CARTA           BY REG-CARTA-LGPD
                CARTA-DATA          BY LCAR-DATA
                CARTA-ID-USUARIO    BY LCAR-ID-USUARIO
                CARTA-NOME          BY LCAR-NOME
                CARTA-EMAIL         BY LCAR-EMAIL
                CARTA-TEXTO         BY LCAR-TEXTO
                CARTA-IMPRESSA      BY LCAR-IMPRESSA
                CARTA-JA-IMPRESSA   BY LCAR-JA-IMPRESSA.

       FD SENHIST.
           COPY SENHREC.

       FD SENHIST-LGPD.
           COPY SENHREC REPLACING
                REG-SENHIST         BY REG-SENHIST-LGPD
                HIST-ID-USUARIO     BY LHIS-ID-USUARIO
                HIST-DATA           BY LHIS-DATA
                HIST-HORA           BY LHIS-HORA
                HIST-HASH           BY LHIS-HASH.

       FD AVISO.
           COPY AVISREC.

       FD AVISO-LGPD.
           COPY AVISREC REPLACING
                REG-AVISO              BY REG-AVISO-LGPD
                AVISO-TIPO             BY LAVI-TIPO
                AVISO-SENHA-VENCIDA    BY LAVI-SENHA-VENCIDA
                AVISO-SENHA-A-VENCER   BY LAVI-SENHA-A-VENCER
                AVISO-CONTA-BLOQUEADA  BY LAVI-CONTA-BLOQUEADA
                AVISO-DESATIVACAO      BY LAVI-DESATIVACAO
                AVISO-ID-USUARIO       BY LAVI-ID-USUARIO
                AVISO-EMAIL            BY LAVI-EMAIL
                AVISO-NOME             BY LAVI-NOME
                AVISO-DATA             BY LAVI-DATA
                AVISO-REFERENCIA       BY LAVI-REFERENCIA
                AVISO-TEXTO            BY LAVI-TEXTO
                AVISO-ENVIADO          BY LAVI-ENVIADO
                AVISO-JA-ENVIADO       BY LAVI-JA-ENVIADO.

       FD ANONCERT.
           COPY ANONREC.

       WORKING-STORAGE SECTION.

       77 WRK-FS                         PIC 99.
         88 FS-OK                        VALUE 0.
       77 WRK-AUD-FS                     PIC 99.
         88 AUD-FS-OK                    VALUE 0.
       77 WRK-ALGPD-FS                   PIC 99.
         88 ALGPD-FS-OK                  VALUE 0.
       77 WRK-AUDARQ-FS                  PIC 99.
         88 AUDARQ-FS-OK                 VALUE 0.
       77 WRK-AUDARQ-NOME                PIC X(60).
       77 WRK-AQLGPD-FS                  PIC 99.
         88 AQLGPD-FS-OK                 VALUE 0.
       77 WRK-AQLGPD-NOME                PIC X(60).
           COPY AUDQNOM.
       77 WRK-CARTA-FS                   PIC 99.
         88 CARTA-FS-OK                  VALUE 0.
       77 WRK-CLGPD-FS                   PIC 99.
         88 CLGPD-FS-OK                  VALUE 0.
       77 WRK-HIST-FS                    PIC 99.
         88 HIST-FS-OK                   VALUE 0.
       77 WRK-HLGPD-FS                   PIC 99.
         88 HLGPD-FS-OK                  VALUE 0.
       77 WRK-AVISO-FS                   PIC 99.
         88 AVISO-FS-OK                  VALUE 0.
       77 WRK-VLGPD-FS                   PIC 99.
         88 VLGPD-FS-OK                  VALUE 0.
       77 WRK-CERT-FS                    PIC 99.
         88 CERT-FS-OK                   VALUE 0.
       77 WRK-EOF                        PIC X VALUE 'N'.
          88 USUARIO-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-SEQ-EOF                    PIC X VALUE 'N'.
          88 SEQ-EOF                     VALUE 'S' FALSE 'N'.
       77 WRK-ANO                        PIC 9(04).
       77 WRK-HOJE-ANO                   PIC 9(04).
       77 WRK-HOJE                       PIC 9(08).
       77 WRK-AGORA                      PIC 9(06).
       77 WRK-CONFIRMA                   PIC X VALUE 'N'.
           COPY ANONNOM.
      *CPF DO TITULAR E A MASCARA COM QUE ELE SAI NO CERTIFICADO (O
      *CERTIFICADO NAO PODE VOLTAR A GUARDAR O DADO ELIMINADO)
       77 WRK-CPF-BUSCA                  PIC 9(11) VALUE ZERO.
       77 WRK-CPF-BUSCA-X REDEFINES WRK-CPF-BUSCA
                                         PIC X(11).
       77 WRK-CPF-MASCARA                PIC X(14).
      *CADASTROS DO TITULAR: O ID-USUARIO E O E-MAIL ORIGINAL, QUE
      *AMARRAM OS DEMAIS ARQUIVOS (COMO NO LGPDREL), O E-MAIL
      *PSEUDONIMO QUE OS SUBSTITUI E O RESULTADO DA REGRAVACAO EM
      *USER.DAT, LEVADO PARA A LINHA DE AUDITORIA DA ANONIMIZACAO
       01 WRK-TAB-TIT.
          05 WRK-TIT-QTD                 PIC 9(02) COMP VALUE ZERO.
          05 WRK-TIT-ITEM OCCURS 20 TIMES.
             10 WRK-TIT-ID               PIC 9(04).
             10 WRK-TIT-EMAIL            PIC X(100).
             10 WRK-TIT-PSEUDO           PIC X(100).
             10 WRK-TIT-STATUS           PIC X(01).
             10 WRK-TIT-FS               PIC 99.
       77 WRK-TIT-IDX                    PIC 9(02) COMP.
       77 WRK-TIT-POS                    PIC 9(02) COMP.
       77 WRK-TIT-CHEIA                  PIC X VALUE 'N'.
      *CHAVES DA LINHA EM CONFERENCIA CONTRA A TABELA DO TITULAR
       77 WRK-CMP-ID                     PIC 9(04).
       77 WRK-CMP-EMAIL                  PIC X(100).
      *TEXTO NEUTRO QUE SUBSTITUI O CORPO DAS CARTAS E DOS AVISOS
      *(O CORPO CITA O NOME DO TITULAR)
       77 WRK-TEXTO-ANON                 PIC X(60).
      *CONTADORES DO ARQUIVO EM CURSO E A LINHA DO CERTIFICADO
       77 WRK-CNT-LIDOS                  PIC 9(06) COMP VALUE ZERO.
       77 WRK-CNT-ANON                   PIC 9(06) COMP VALUE ZERO.
       77 WRK-CNT-GRAV                   PIC 9(06) COMP VALUE ZERO.
       77 WRK-CNT-ESPERADO               PIC 9(06) COMP VALUE ZERO.
       77 WRK-CERT-ARQ                   PIC X(24).
       77 WRK-CERT-ACAO                  PIC X(44).
       77 WRK-LIDOS-MOSTRA               PIC 9(06).
       77 WRK-ANON-MOSTRA                PIC 9(06).
       77 WRK-GRAV-MOSTRA                PIC 9(06).
       77 WRK-FS-MOSTRA                  PIC 99.
       77 WRK-TOTAL-ANON                 PIC 9(06) COMP VALUE ZERO.
       77 WRK-FALHA                      PIC X VALUE 'N'.
          88 HOUVE-FALHA                 VALUE 'S' FALSE 'N'.
      *TOTAIS DA COPIA DA TRILHA VIVA, GUARDADOS ATE AS LINHAS 'A'
      *SEREM ACRESCENTADAS DEPOIS DA REGRAVACAO DE USER.DAT
       77 WRK-AUD-COPIADA                PIC X VALUE 'N'.
          88 AUDITORIA-COPIADA           VALUE 'S' FALSE 'N'.
       77 WRK-AUD-LIDOS                  PIC 9(06) COMP VALUE ZERO.
       77 WRK-AUD-ANON                   PIC 9(06) COMP VALUE ZERO.
       77 WRK-AUD-GRAV                   PIC 9(06) COMP VALUE ZERO.
      *CADASTROS DO TITULAR JA REGRAVADOS EM USER.DAT, CONTADOS NO
      *FECHO DO CERTIFICADO
       77 WRK-TIT-ANON-QTD               PIC 9(02) COMP VALUE ZERO.
       77 WRK-TIT-ANON-MOSTRA            PIC 9(02).
       77 WRK-TIT-QTD-MOSTRA             PIC 9(02).
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'S  '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '************************************************'
            DISPLAY '*   ANONIMIZACAO DE TITULAR DE DADOS (LGPD)     *'
            DISPLAY '************************************************'

      *SOMENTE OPERADOR IDENTIFICADO, COM PERFIL PERMITIDO, USA ESTA
      *FUNCAO
            CALL 'OPERLOG' USING WRK-PERFIS-ACEITOS
                                 WRK-OPER-LIBERADO
            IF NOT OPERADOR-LIBERADO
               GOBACK
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-HOJE
            MOVE FUNCTION CURRENT-DATE(9:6)    TO WRK-AGORA
            MOVE WRK-HOJE(1:4)                 TO WRK-HOJE-ANO

            DISPLAY 'Digite o CPF do titular (somente numeros): '
            ACCEPT WRK-CPF-BUSCA
      *CPF ZERADO NAO IDENTIFICA NINGUEM - EH O CPF DOS CADASTROS
      *CONVERTIDOS SEM CPF E DOS JA ANONIMIZADOS
            IF WRK-CPF-BUSCA EQUAL ZERO
               DISPLAY 'CPF INVALIDO, NADA A ANONIMIZAR.'
               GOBACK
            END-IF

            PERFORM P1-LOCALIZA-CPF THRU P1-LOCALIZA-CPF-FIM
            IF WRK-TIT-QTD EQUAL ZERO
               DISPLAY 'NENHUM CADASTRO EM USER.DAT PARA ESTE CPF, '
                       'NADA A ANONIMIZAR.'
               GOBACK
            END-IF
            IF WRK-TIT-CHEIA EQUAL 'S'
               DISPLAY 'MAIS DE 20 CADASTROS COM ESTE CPF. A '
                       'ANONIMIZACAO NAO PODE SER PARCIAL; LIMPE AS '
                       'DUPLICACOES (CPFDUP) E REPITA.'
               GOBACK
            END-IF

            DISPLAY 'Os dados pessoais destes cadastros serao '
                    'substituidos pelo pseudonimo em todos os '
                    'arquivos. A operacao NAO pode ser desfeita. '
                    'Confirma? (S/N)'
            ACCEPT WRK-CONFIRMA
            IF WRK-CONFIRMA NOT EQUAL 'S' AND WRK-CONFIRMA NOT EQUAL 's'
               DISPLAY 'Anonimizacao cancelada.'
               GOBACK
            END-IF

            PERFORM P2-ABRE-CERTIFICADO THRU P2-ABRE-CERTIFICADO-FIM
            IF NOT CERT-FS-OK
               GOBACK
            END-IF

      *OS ARQUIVOS SEQUENCIAIS, INCLUSIVE A TRILHA VIVA, SAO TRATADOS
      *ANTES DE USER.DAT, E USER.DAT SO EH REGRAVADO SE TODOS ELES
      *DERAM CERTO: COM QUALQUER FALHA, OU SE A EXECUCAO FOR
      *INTERROMPIDA, O CPF AINDA ESTA NO CADASTRO E BASTA CORRIGIR O
      *PROBLEMA E REPETI-LA (OS .LGPD SAO RECRIADOS A CADA EXECUCAO)
            PERFORM P3-ARQUIVOS-MORTOS THRU P3-ARQUIVOS-MORTOS-FIM
            PERFORM P4-CARTAS          THRU P4-CARTAS-FIM
            PERFORM P5-SENHIST         THRU P5-SENHIST-FIM
            PERFORM P6-AVISOS          THRU P6-AVISOS-FIM
            PERFORM P7-AUDITORIA       THRU P7-AUDITORIA-FIM
            IF HOUVE-FALHA
               PERFORM P8-NAO-PROCESSADO THRU P8-NAO-PROCESSADO-FIM
            ELSE
               PERFORM P8-USUARIO      THRU P8-USUARIO-FIM
               PERFORM P8-EVENTOS      THRU P8-EVENTOS-FIM
            END-IF
            PERFORM P2-FECHA-CERTIFICADO
                    THRU P2-FECHA-CERTIFICADO-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
      *LOCALIZA OS CADASTROS PELO CPF, VARRENDO USER.DAT ATE O FIM
      *(NAO HA CHAVE POR CPF), E GUARDA O ID-USUARIO E O E-MAIL DE
      *CADA UM PARA AMARRAR OS DEMAIS ARQUIVOS
      *-------------------------------------------------------------------------
       P1-LOCALIZA-CPF.
            MOVE 'N'                           TO WRK-EOF
            OPEN INPUT USUARIO
            IF WRK-FS EQUAL 35
               MOVE 'S'                        TO WRK-EOF
            ELSE
               IF NOT FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                  DISPLAY 'FILE STATUS: ' WRK-FS
                  MOVE 'S'                     TO WRK-EOF
               ELSE
                  PERFORM P1-LEIA-USUARIO
                  PERFORM P1-COMPARA-CPF THRU P1-COMPARA-CPF-FIM
                          UNTIL USUARIO-EOF
                  CLOSE USUARIO
               END-IF
            END-IF
            .
       P1-LOCALIZA-CPF-FIM.
       P1-LEIA-USUARIO.
            READ USUARIO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-EOF
            END-READ
            .
       P1-COMPARA-CPF.
            IF CPF NOT EQUAL WRK-CPF-BUSCA
               PERFORM P1-LEIA-USUARIO
               GO TO P1-COMPARA-CPF-FIM
            END-IF

            IF WRK-TIT-QTD < 20
               ADD 1                           TO WRK-TIT-QTD
               MOVE WRK-TIT-QTD                TO WRK-TIT-IDX
               MOVE ID-USUARIO          TO WRK-TIT-ID(WRK-TIT-IDX)
               MOVE E-MAIL              TO WRK-TIT-EMAIL(WRK-TIT-IDX)
               MOVE SPACES             TO WRK-TIT-PSEUDO(WRK-TIT-IDX)
               STRING ANON-PSEUDONIMO '.' ID-USUARIO ANON-DOMINIO
                  DELIMITED BY SIZE INTO WRK-TIT-PSEUDO(WRK-TIT-IDX)
               END-STRING
               MOVE 'N'                TO WRK-TIT-STATUS(WRK-TIT-IDX)
               MOVE ZERO                   TO WRK-TIT-FS(WRK-TIT-IDX)
               IF CADASTRO-INATIVO
                  DISPLAY 'ID-USUARIO ' ID-USUARIO ' - '
                          FUNCTION TRIM(FNAME) ' '
                          FUNCTION TRIM(LNAME) ' - '
                          FUNCTION TRIM(E-MAIL) ' - INATIVO'
               ELSE
                  DISPLAY 'ID-USUARIO ' ID-USUARIO ' - '
                          FUNCTION TRIM(FNAME) ' '
                          FUNCTION TRIM(LNAME) ' - '
                          FUNCTION TRIM(E-MAIL) ' - ATIVO'
               END-IF
            ELSE
               MOVE 'S'                        TO WRK-TIT-CHEIA
            END-IF
            PERFORM P1-LEIA-USUARIO
            .
       P1-COMPARA-CPF-FIM.

      *-------------------------------------------------------------------------
      *CERTIFICADO DE ANONIMIZACAO (ANONCERT.TXT): CABECALHO COM O
      *TITULAR (CPF MASCARADO), O OPERADOR E OS CADASTROS ATINGIDOS
      *-------------------------------------------------------------------------
       P2-ABRE-CERTIFICADO.
            OPEN OUTPUT ANONCERT
            IF NOT CERT-FS-OK
               DISPLAY 'ERRO AO CRIAR O CERTIFICADO DE ANONIMIZACAO'
               DISPLAY 'FILE STATUS: ' WRK-CERT-FS
               DISPLAY 'NADA FOI ANONIMIZADO.'
               GO TO P2-ABRE-CERTIFICADO-FIM
            END-IF

            MOVE SPACES                        TO WRK-CPF-MASCARA
            STRING '***.' WRK-CPF-BUSCA-X(4:3) '.'
                   WRK-CPF-BUSCA-X(7:3) '-**'
               DELIMITED BY SIZE INTO WRK-CPF-MASCARA
            END-STRING

            MOVE ALL '='                       TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE SPACES                        TO REG-ANON-CERT
            STRING 'CERTIFICADO DE ANONIMIZACAO DE TITULAR (LGPD)'
                   '          EMITIDO EM: ' WRK-HOJE ' ' WRK-AGORA
               DELIMITED BY SIZE INTO REG-ANON-CERT
            END-STRING
            PERFORM P9-EMITE THRU P9-EMITE-FIM
            MOVE ALL '='                       TO REG-ANON-CERT
            WRITE REG-ANON-CERT

            MOVE SPACES                        TO REG-ANON-CERT
            STRING 'CPF DO TITULAR : ' WRK-CPF-MASCARA
               DELIMITED BY SIZE INTO REG-ANON-CERT
            END-STRING
            PERFORM P9-EMITE THRU P9-EMITE-FIM
            MOVE SPACES                        TO REG-ANON-CERT
            IF SESSAO-ABERTA
               STRING 'OPERADOR       : ' SES-OPERADOR
                  DELIMITED BY SIZE INTO REG-ANON-CERT
               END-STRING
            ELSE
               MOVE 'OPERADOR       : NAO IDENTIFICADO'
                                               TO REG-ANON-CERT
            END-IF
            PERFORM P9-EMITE THRU P9-EMITE-FIM
            MOVE SPACES                        TO REG-ANON-CERT
            STRING 'PSEUDONIMO     : ' ANON-PSEUDONIMO
               DELIMITED BY SIZE INTO REG-ANON-CERT
            END-STRING
            PERFORM P9-EMITE THRU P9-EMITE-FIM
            PERFORM P2-LINHA-CADASTRO THRU P2-LINHA-CADASTRO-FIM
                    VARYING WRK-TIT-IDX FROM 1 BY 1
                    UNTIL WRK-TIT-IDX > WRK-TIT-QTD

            MOVE ALL '-'                       TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE SPACES                        TO REG-ANON-CERT
            STRING 'ARQUIVO                   LIDOS ANONIM. GRAVADOS '
                   'ACAO DO OPERADOR'
               DELIMITED BY SIZE INTO REG-ANON-CERT
            END-STRING
            WRITE REG-ANON-CERT
            MOVE ALL '-'                       TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            .
       P2-ABRE-CERTIFICADO-FIM.
       P2-LINHA-CADASTRO.
            MOVE SPACES                        TO REG-ANON-CERT
            STRING 'CADASTRO       : ID-USUARIO '
                   WRK-TIT-ID(WRK-TIT-IDX) ' PASSA A E-MAIL '
                   WRK-TIT-PSEUDO(WRK-TIT-IDX)
               DELIMITED BY SIZE INTO REG-ANON-CERT
            END-STRING
            PERFORM P9-EMITE THRU P9-EMITE-FIM
            .
       P2-LINHA-CADASTRO-FIM.

      *-------------------------------------------------------------------------
      *FECHO DO CERTIFICADO: TOTAIS, INSTRUCAO DE PROMOCAO E OS
      *ARQUIVOS QUE ESTA FUNCAO NAO ALTERA
      *-------------------------------------------------------------------------
       P2-FECHA-CERTIFICADO.
            MOVE ALL '-'                       TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE WRK-TOTAL-ANON                TO WRK-ANON-MOSTRA
            MOVE SPACES                        TO REG-ANON-CERT
            STRING 'TOTAL DE REGISTROS ANONIMIZADOS: ' WRK-ANON-MOSTRA
               DELIMITED BY SIZE INTO REG-ANON-CERT
            END-STRING
            PERFORM P9-EMITE THRU P9-EMITE-FIM

            IF HOUVE-FALHA
               MOVE 'HOUVE FALHA EM UM OU MAIS ARQUIVOS: NAO PROMOVA '
                                               TO REG-ANON-CERT
               PERFORM P9-EMITE THRU P9-EMITE-FIM
               MOVE 'NENHUM .LGPD; CORRIJA O PROBLEMA E REPITA A '
                                               TO REG-ANON-CERT
               PERFORM P9-EMITE THRU P9-EMITE-FIM
               MOVE 'ANONIMIZACAO PELO MESMO CPF.'
                                               TO REG-ANON-CERT
               PERFORM P9-EMITE THRU P9-EMITE-FIM
      *COM USER.DAT JA REGRAVADO, NO TODO OU EM PARTE, O CPF NAO ESTA
      *MAIS NOS CADASTROS REGRAVADOS E A REPETICAO NAO OS ENCONTRA; OS
      *.LGPD DESTA EXECUCAO SAO ENTAO O UNICO MEIO DE CONCLUIR A
      *ELIMINACAO. TODOS OS CADASTROS DO TITULAR SAO CONFERIDOS
               MOVE ZERO                       TO WRK-TIT-ANON-QTD
               PERFORM P2-CONTA-ANONIMIZADO
                       THRU P2-CONTA-ANONIMIZADO-FIM
                       VARYING WRK-TIT-IDX FROM 1 BY 1
                       UNTIL WRK-TIT-IDX > WRK-TIT-QTD
               IF WRK-TIT-ANON-QTD > ZERO
                  MOVE WRK-TIT-ANON-QTD        TO WRK-TIT-ANON-MOSTRA
                  MOVE WRK-TIT-QTD             TO WRK-TIT-QTD-MOSTRA
                  MOVE SPACES                  TO REG-ANON-CERT
                  STRING 'CADASTROS JA ANONIMIZADOS EM USER.DAT: '
                         WRK-TIT-ANON-MOSTRA ' DE ' WRK-TIT-QTD-MOSTRA
                     DELIMITED BY SIZE INTO REG-ANON-CERT
                  END-STRING
                  PERFORM P9-EMITE THRU P9-EMITE-FIM
                  MOVE 'USER.DAT JA FOI ANONIMIZADO: OS .LGPD SEM '
                                               TO REG-ANON-CERT
                  PERFORM P9-EMITE THRU P9-EMITE-FIM
                  MOVE 'FALHA PODEM SER PROMOVIDOS; OS DEMAIS EXIGEM '
                                               TO REG-ANON-CERT
                  PERFORM P9-EMITE THRU P9-EMITE-FIM
                  MOVE 'O SUPORTE.'            TO REG-ANON-CERT
                  PERFORM P9-EMITE THRU P9-EMITE-FIM
               END-IF
            ELSE
               MOVE 'PROMOVA CADA .LGPD MARCADO PROMOVER AO SEU .DAT '
                                               TO REG-ANON-CERT
               PERFORM P9-EMITE THRU P9-EMITE-FIM
               MOVE 'ANTES DE QUALQUER OUTRA FUNCAO GRAVAR NESSES '
                                               TO REG-ANON-CERT
               PERFORM P9-EMITE THRU P9-EMITE-FIM
               MOVE 'ARQUIVOS; A ELIMINACAO SO ESTA CONCLUIDA APOS A '
                                               TO REG-ANON-CERT
               PERFORM P9-EMITE THRU P9-EMITE-FIM
               MOVE 'PROMOCAO.'                TO REG-ANON-CERT
               PERFORM P9-EMITE THRU P9-EMITE-FIM
            END-IF

            MOVE SPACES                        TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE 'NAO ALTERADOS POR ESTA FUNCAO:'
                                               TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE '  USUSNAP.A/B (EXTDELTA): A PROXIMA EXTRACAO '
                                               TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE '    INCREMENTAL ENVIA O PSEUDONIMO COMO ALTERACAO E '
                                               TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE '    REGRAVA OS RETRATOS.'    TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE '  COPIAS DO BKPGER: GUARDAM OS DADOS ATE SAIREM DO '
                                               TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE '    RODIZIO; UMA RESTAURACAO PELO BKPREST EXIGE '
                                               TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE '    REPETIR ESTA ANONIMIZACAO.'
                                               TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            MOVE ALL '='                       TO REG-ANON-CERT
            WRITE REG-ANON-CERT
            CLOSE ANONCERT
            DISPLAY 'CERTIFICADO GRAVADO EM ANONCERT.TXT'
            .
       P2-FECHA-CERTIFICADO-FIM.
       P2-CONTA-ANONIMIZADO.
            IF WRK-TIT-STATUS(WRK-TIT-IDX) EQUAL 'S'
               ADD 1                           TO WRK-TIT-ANON-QTD
            END-IF
            .
       P2-CONTA-ANONIMIZADO-FIM.

      *-------------------------------------------------------------------------
      *ARQUIVOS MORTOS ANUAIS DA TRILHA (AUDARQ.AAAA.DAT), DESDE 2000
      *(MESMA VARREDURA DO RECONUSR). CADA ANO EXISTENTE SAI REGRAVADO
      *EM AUDARQ.AAAA.LGPD; ANOS SEM ARQUIVO MORTO SAO PULADOS
      *-------------------------------------------------------------------------
       P3-ARQUIVOS-MORTOS.
            PERFORM P3-UM-ANO THRU P3-UM-ANO-FIM
                    VARYING WRK-ANO FROM 2000 BY 1
                    UNTIL WRK-ANO > WRK-HOJE-ANO
            .
       P3-ARQUIVOS-MORTOS-FIM.
       P3-UM-ANO.
            MOVE SPACES                        TO WRK-AUDARQ-NOME
            STRING AUDARQ-NOME-PREFIXO WRK-ANO '.DAT'
               DELIMITED BY SIZE INTO WRK-AUDARQ-NOME
            END-STRING
            MOVE SPACES                        TO WRK-AQLGPD-NOME
            STRING AUDARQ-NOME-PREFIXO WRK-ANO '.LGPD'
               DELIMITED BY SIZE INTO WRK-AQLGPD-NOME
            END-STRING
            MOVE SPACES                        TO WRK-CERT-ARQ
            STRING 'AUDARQ.' WRK-ANO '.DAT'
               DELIMITED BY SIZE INTO WRK-CERT-ARQ
            END-STRING
            MOVE ZERO                          TO WRK-CNT-LIDOS
            MOVE ZERO                          TO WRK-CNT-ANON
            MOVE ZERO                          TO WRK-CNT-GRAV

            OPEN INPUT AUDARQ
            IF WRK-AUDARQ-FS EQUAL 35
      *NAO HA ARQUIVO MORTO PARA ESTE ANO, SEGUE PARA O PROXIMO
               GO TO P3-UM-ANO-FIM
            END-IF
            IF NOT AUDARQ-FS-OK
               MOVE WRK-AUDARQ-FS              TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P3-UM-ANO-FIM
            END-IF
            OPEN OUTPUT AUDARQ-LGPD
            IF NOT AQLGPD-FS-OK
               CLOSE AUDARQ
               MOVE WRK-AQLGPD-FS              TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P3-UM-ANO-FIM
            END-IF

            MOVE 'N'                           TO WRK-SEQ-EOF
            PERFORM P3-LEIA-AUDARQ
            PERFORM P3-COPIA-AUDARQ THRU P3-COPIA-AUDARQ-FIM
                    UNTIL SEQ-EOF
            CLOSE AUDARQ
            CLOSE AUDARQ-LGPD

            MOVE WRK-CNT-LIDOS                 TO WRK-CNT-ESPERADO
            PERFORM P9-LINHA-CERT THRU P9-LINHA-CERT-FIM
            .
       P3-UM-ANO-FIM.
       P3-LEIA-AUDARQ.
            READ AUDARQ NEXT RECORD
               AT END MOVE 'S'                 TO WRK-SEQ-EOF
            END-READ
            .
       P3-COPIA-AUDARQ.
            ADD 1                              TO WRK-CNT-LIDOS
            MOVE ARQ-ID-USUARIO                TO WRK-CMP-ID
            MOVE ARQ-EMAIL                     TO WRK-CMP-EMAIL
            PERFORM P9-LOCALIZA-TITULAR THRU P9-LOCALIZA-TITULAR-FIM
            IF WRK-TIT-POS > ZERO
               MOVE WRK-TIT-PSEUDO(WRK-TIT-POS) TO ARQ-EMAIL
               ADD 1                           TO WRK-CNT-ANON
            END-IF
            WRITE REG-AUDARQ-LGPD FROM REG-AUDARQ
            IF AQLGPD-FS-OK
               ADD 1                           TO WRK-CNT-GRAV
            END-IF
            PERFORM P3-LEIA-AUDARQ
            .
       P3-COPIA-AUDARQ-FIM.

      *-------------------------------------------------------------------------
      *CARTAS DE BOAS-VINDAS (CARTABV.DAT -> CARTABV.LGPD). O CORPO
      *DA CARTA CITA O NOME E EH TROCADO PELO TEXTO NEUTRO; A CARTA
      *AINDA NAO IMPRESSA FICA MARCADA COMO IMPRESSA, POIS NAO HA MAIS
      *A QUEM ENVIA-LA
      *-------------------------------------------------------------------------
       P4-CARTAS.
            MOVE 'CARTABV.DAT'                 TO WRK-CERT-ARQ
            MOVE ZERO                          TO WRK-CNT-LIDOS
            MOVE ZERO                          TO WRK-CNT-ANON
            MOVE ZERO                          TO WRK-CNT-GRAV
            PERFORM P9-MONTA-TEXTO THRU P9-MONTA-TEXTO-FIM

            OPEN INPUT CARTA
            IF WRK-CARTA-FS EQUAL 35
               MOVE 'ARQUIVO INEXISTENTE - NADA A FAZER'
                                               TO WRK-CERT-ACAO
               PERFORM P9-LINHA-FIXA THRU P9-LINHA-FIXA-FIM
               GO TO P4-CARTAS-FIM
            END-IF
            IF NOT CARTA-FS-OK
               MOVE WRK-CARTA-FS               TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P4-CARTAS-FIM
            END-IF
            OPEN OUTPUT CARTA-LGPD
            IF NOT CLGPD-FS-OK
               CLOSE CARTA
               MOVE WRK-CLGPD-FS               TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P4-CARTAS-FIM
            END-IF

            MOVE 'N'                           TO WRK-SEQ-EOF
            PERFORM P4-LEIA-CARTA
            PERFORM P4-COPIA-CARTA THRU P4-COPIA-CARTA-FIM
                    UNTIL SEQ-EOF
            CLOSE CARTA
            CLOSE CARTA-LGPD

            MOVE WRK-CNT-LIDOS                 TO WRK-CNT-ESPERADO
            PERFORM P9-LINHA-CERT THRU P9-LINHA-CERT-FIM
            .
       P4-CARTAS-FIM.
       P4-LEIA-CARTA.
            READ CARTA NEXT RECORD
               AT END MOVE 'S'                 TO WRK-SEQ-EOF
            END-READ
            .
       P4-COPIA-CARTA.
            ADD 1                              TO WRK-CNT-LIDOS
            MOVE CARTA-ID-USUARIO              TO WRK-CMP-ID
            MOVE CARTA-EMAIL                   TO WRK-CMP-EMAIL
            PERFORM P9-LOCALIZA-TITULAR THRU P9-LOCALIZA-TITULAR-FIM
            IF WRK-TIT-POS > ZERO
               MOVE ANON-PSEUDONIMO            TO CARTA-NOME
               MOVE WRK-TIT-PSEUDO(WRK-TIT-POS) TO CARTA-EMAIL
               MOVE WRK-TEXTO-ANON             TO CARTA-TEXTO
               MOVE 'S'                        TO CARTA-IMPRESSA
               ADD 1                           TO WRK-CNT-ANON
            END-IF
            WRITE REG-CARTA-LGPD FROM REG-CARTA
            IF CLGPD-FS-OK
               ADD 1                           TO WRK-CNT-GRAV
            END-IF
            PERFORM P4-LEIA-CARTA
            .
       P4-COPIA-CARTA-FIM.

      *-------------------------------------------------------------------------
      *HISTORICO DE SENHAS (SENHIST.DAT -> SENHIST.LGPD). O HASH DO
      *TITULAR VIRA O PSEUDONIMO, QUE NUNCA BATE COM O HASH DE UMA
      *SENHA NOVA NO TROCSENH
      *-------------------------------------------------------------------------
       P5-SENHIST.
            MOVE 'SENHIST.DAT'                 TO WRK-CERT-ARQ
            MOVE ZERO                          TO WRK-CNT-LIDOS
            MOVE ZERO                          TO WRK-CNT-ANON
            MOVE ZERO                          TO WRK-CNT-GRAV

            OPEN INPUT SENHIST
            IF WRK-HIST-FS EQUAL 35
               MOVE 'ARQUIVO INEXISTENTE - NADA A FAZER'
                                               TO WRK-CERT-ACAO
               PERFORM P9-LINHA-FIXA THRU P9-LINHA-FIXA-FIM
               GO TO P5-SENHIST-FIM
            END-IF
            IF NOT HIST-FS-OK
               MOVE WRK-HIST-FS                TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P5-SENHIST-FIM
            END-IF
            OPEN OUTPUT SENHIST-LGPD
            IF NOT HLGPD-FS-OK
               CLOSE SENHIST
               MOVE WRK-HLGPD-FS               TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P5-SENHIST-FIM
            END-IF

            MOVE 'N'                           TO WRK-SEQ-EOF
            PERFORM P5-LEIA-HISTORICO
            PERFORM P5-COPIA-HISTORICO THRU P5-COPIA-HISTORICO-FIM
                    UNTIL SEQ-EOF
            CLOSE SENHIST
            CLOSE SENHIST-LGPD

            MOVE WRK-CNT-LIDOS                 TO WRK-CNT-ESPERADO
            PERFORM P9-LINHA-CERT THRU P9-LINHA-CERT-FIM
            .
       P5-SENHIST-FIM.
       P5-LEIA-HISTORICO.
            READ SENHIST NEXT RECORD
               AT END MOVE 'S'                 TO WRK-SEQ-EOF
            END-READ
            .
       P5-COPIA-HISTORICO.
            ADD 1                              TO WRK-CNT-LIDOS
            MOVE HIST-ID-USUARIO               TO WRK-CMP-ID
            MOVE SPACES                        TO WRK-CMP-EMAIL
            PERFORM P9-LOCALIZA-TITULAR THRU P9-LOCALIZA-TITULAR-FIM
            IF WRK-TIT-POS > ZERO
               MOVE ANON-PSEUDONIMO            TO HIST-HASH
               ADD 1                           TO WRK-CNT-ANON
            END-IF
            WRITE REG-SENHIST-LGPD FROM REG-SENHIST
            IF HLGPD-FS-OK
               ADD 1                           TO WRK-CNT-GRAV
            END-IF
            PERFORM P5-LEIA-HISTORICO
            .
       P5-COPIA-HISTORICO-FIM.

      *-------------------------------------------------------------------------
      *FILA DE AVISOS AO CLIENTE (AVISOS.DAT -> AVISOS.LGPD), COM O
      *MESMO TRATAMENTO DAS CARTAS: O AVISO PENDENTE FICA MARCADO COMO
      *ENVIADO, POIS NAO HA MAIS A QUEM ENVIA-LO
      *-------------------------------------------------------------------------
       P6-AVISOS.
            MOVE 'AVISOS.DAT'                  TO WRK-CERT-ARQ
            MOVE ZERO                          TO WRK-CNT-LIDOS
            MOVE ZERO                          TO WRK-CNT-ANON
            MOVE ZERO                          TO WRK-CNT-GRAV
            PERFORM P9-MONTA-TEXTO THRU P9-MONTA-TEXTO-FIM

            OPEN INPUT AVISO
            IF WRK-AVISO-FS EQUAL 35
               MOVE 'ARQUIVO INEXISTENTE - NADA A FAZER'
                                               TO WRK-CERT-ACAO
               PERFORM P9-LINHA-FIXA THRU P9-LINHA-FIXA-FIM
               GO TO P6-AVISOS-FIM
            END-IF
            IF NOT AVISO-FS-OK
               MOVE WRK-AVISO-FS               TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P6-AVISOS-FIM
            END-IF
            OPEN OUTPUT AVISO-LGPD
            IF NOT VLGPD-FS-OK
               CLOSE AVISO
               MOVE WRK-VLGPD-FS               TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P6-AVISOS-FIM
            END-IF

            MOVE 'N'                           TO WRK-SEQ-EOF
            PERFORM P6-LEIA-AVISO
            PERFORM P6-COPIA-AVISO THRU P6-COPIA-AVISO-FIM
                    UNTIL SEQ-EOF
            CLOSE AVISO
            CLOSE AVISO-LGPD

            MOVE WRK-CNT-LIDOS                 TO WRK-CNT-ESPERADO
            PERFORM P9-LINHA-CERT THRU P9-LINHA-CERT-FIM
            .
       P6-AVISOS-FIM.
       P6-LEIA-AVISO.
            READ AVISO NEXT RECORD
               AT END MOVE 'S'                 TO WRK-SEQ-EOF
            END-READ
            .
       P6-COPIA-AVISO.
            ADD 1                              TO WRK-CNT-LIDOS
            MOVE AVISO-ID-USUARIO              TO WRK-CMP-ID
            MOVE AVISO-EMAIL                   TO WRK-CMP-EMAIL
            PERFORM P9-LOCALIZA-TITULAR THRU P9-LOCALIZA-TITULAR-FIM
            IF WRK-TIT-POS > ZERO
               MOVE ANON-PSEUDONIMO            TO AVISO-NOME
               MOVE WRK-TIT-PSEUDO(WRK-TIT-POS) TO AVISO-EMAIL
               MOVE WRK-TEXTO-ANON             TO AVISO-TEXTO
               MOVE 'S'                        TO AVISO-ENVIADO
               ADD 1                           TO WRK-CNT-ANON
            END-IF
            WRITE REG-AVISO-LGPD FROM REG-AVISO
            IF VLGPD-FS-OK
               ADD 1                           TO WRK-CNT-GRAV
            END-IF
            PERFORM P6-LEIA-AVISO
            .
       P6-COPIA-AVISO-FIM.

      *-------------------------------------------------------------------------
      *TRILHA DE AUDITORIA VIVA (AUDITORIA.DAT -> AUDITORIA.LGPD),
      *COPIADA ANTES DE USER.DAT, COMO OS DEMAIS ARQUIVOS SEQUENCIAIS.
      *AS LINHAS COM AUD-OPER 'A' DA PROPRIA ELIMINACAO SO ENTRAM NO
      *FIM DO .LGPD DEPOIS DA REGRAVACAO DE USER.DAT (P8-EVENTOS); OS
      *TOTAIS DA COPIA FICAM GUARDADOS PARA A LINHA DO CERTIFICADO
      *-------------------------------------------------------------------------
       P7-AUDITORIA.
            MOVE 'AUDITORIA.DAT'               TO WRK-CERT-ARQ
            MOVE ZERO                          TO WRK-CNT-LIDOS
            MOVE ZERO                          TO WRK-CNT-ANON
            MOVE ZERO                          TO WRK-CNT-GRAV
            MOVE 'N'                           TO WRK-AUD-COPIADA

            MOVE 'N'                           TO WRK-SEQ-EOF
            OPEN INPUT AUDITORIA
            IF WRK-AUD-FS EQUAL 35
      *SEM TRILHA VIVA, O .LGPD LEVA SOMENTE AS LINHAS DA ANONIMIZACAO
               MOVE 'S'                        TO WRK-SEQ-EOF
            ELSE
               IF NOT AUD-FS-OK
                  MOVE WRK-AUD-FS              TO WRK-FS-MOSTRA
                  PERFORM P9-FALHA-ABERTURA
                          THRU P9-FALHA-ABERTURA-FIM
                  GO TO P7-AUDITORIA-FIM
               END-IF
            END-IF
            OPEN OUTPUT AUDITORIA-LGPD
            IF NOT ALGPD-FS-OK
               IF WRK-AUD-FS NOT EQUAL 35
                  CLOSE AUDITORIA
               END-IF
               MOVE WRK-ALGPD-FS               TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P7-AUDITORIA-FIM
            END-IF

            IF NOT SEQ-EOF
               PERFORM P7-LEIA-AUDITORIA
               PERFORM P7-COPIA-AUDITORIA THRU P7-COPIA-AUDITORIA-FIM
                       UNTIL SEQ-EOF
               CLOSE AUDITORIA
            END-IF
            CLOSE AUDITORIA-LGPD

            IF WRK-CNT-GRAV NOT EQUAL WRK-CNT-LIDOS
               MOVE WRK-CNT-LIDOS              TO WRK-CNT-ESPERADO
               PERFORM P9-LINHA-CERT THRU P9-LINHA-CERT-FIM
               GO TO P7-AUDITORIA-FIM
            END-IF
            MOVE 'S'                           TO WRK-AUD-COPIADA
            MOVE WRK-CNT-LIDOS                 TO WRK-AUD-LIDOS
            MOVE WRK-CNT-ANON                  TO WRK-AUD-ANON
            MOVE WRK-CNT-GRAV                  TO WRK-AUD-GRAV
            .
       P7-AUDITORIA-FIM.
       P7-LEIA-AUDITORIA.
            READ AUDITORIA NEXT RECORD
               AT END MOVE 'S'                 TO WRK-SEQ-EOF
            END-READ
            .
       P7-COPIA-AUDITORIA.
            ADD 1                              TO WRK-CNT-LIDOS
            MOVE AUD-ID-USUARIO                TO WRK-CMP-ID
            MOVE AUD-EMAIL                     TO WRK-CMP-EMAIL
            PERFORM P9-LOCALIZA-TITULAR THRU P9-LOCALIZA-TITULAR-FIM
            IF WRK-TIT-POS > ZERO
               MOVE WRK-TIT-PSEUDO(WRK-TIT-POS) TO AUD-EMAIL
               ADD 1                           TO WRK-CNT-ANON
            END-IF
            WRITE REG-AUDITORIA-LGPD FROM REG-AUDITORIA
            IF ALGPD-FS-OK
               ADD 1                           TO WRK-CNT-GRAV
            END-IF
            PERFORM P7-LEIA-AUDITORIA
            .
       P7-COPIA-AUDITORIA-FIM.

      *-------------------------------------------------------------------------
      *USER.DAT, REGRAVADO NO PROPRIO ARQUIVO PELA CHAVE PRIMARIA.
      *NOME, E-MAIL, SENHA, TELEFONE, CPF E NASCIMENTO SAO TROCADOS;
      *ID-USUARIO, DATAS DE CONTROLE, SITUACAO E BLOQUEIO FICAM COMO
      *ESTAO PARA NAO MEXER NO SALDO DO BALUSR. O PSEUDONIMO NO
      *PASSWORD NUNCA BATE COM UM HASH, ENTAO A CONTA NAO ACEITA MAIS
      *LOGIN. SO EH EXECUTADO QUANDO TODOS OS ARQUIVOS SEQUENCIAIS,
      *INCLUSIVE A TRILHA VIVA, FORAM COPIADOS SEM FALHA
      *-------------------------------------------------------------------------
       P8-USUARIO.
            MOVE 'USER.DAT'                    TO WRK-CERT-ARQ
            MOVE ZERO                          TO WRK-CNT-LIDOS
            MOVE ZERO                          TO WRK-CNT-ANON
            MOVE ZERO                          TO WRK-CNT-GRAV

            OPEN I-O USUARIO
            IF NOT FS-OK
               MOVE WRK-FS                     TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P8-USUARIO-FIM
            END-IF
            PERFORM P8-ANONIMIZA-CADASTRO
                    THRU P8-ANONIMIZA-CADASTRO-FIM
                    VARYING WRK-TIT-IDX FROM 1 BY 1
                    UNTIL WRK-TIT-IDX > WRK-TIT-QTD
            CLOSE USUARIO

            IF WRK-CNT-ANON EQUAL WRK-TIT-QTD
               MOVE 'REGRAVADO NO PROPRIO ARQUIVO'
                                               TO WRK-CERT-ACAO
            ELSE
               MOVE 'S'                        TO WRK-FALHA
               MOVE 'FALHA NA REGRAVACAO - VER TELA'
                                               TO WRK-CERT-ACAO
            END-IF
            PERFORM P9-LINHA-FIXA THRU P9-LINHA-FIXA-FIM
            .
       P8-USUARIO-FIM.
       P8-ANONIMIZA-CADASTRO.
            MOVE WRK-TIT-ID(WRK-TIT-IDX)       TO ID-USUARIO
            READ USUARIO
               INVALID KEY
                  DISPLAY 'ERRO AO RELER O CADASTRO - '
                          'ID-USUARIO: ' ID-USUARIO
                  MOVE WRK-FS          TO WRK-TIT-FS(WRK-TIT-IDX)
                  GO TO P8-ANONIMIZA-CADASTRO-FIM
            END-READ
            ADD 1                              TO WRK-CNT-LIDOS

            MOVE WRK-TIT-PSEUDO(WRK-TIT-IDX)   TO E-MAIL
            MOVE ANON-PSEUDONIMO               TO FNAME
            MOVE SPACES                        TO LNAME
            MOVE ANON-PSEUDONIMO               TO PASSWORD
            MOVE ANON-PSEUDONIMO               TO TELEFONE
            MOVE ZERO                          TO CPF
            MOVE ZERO                          TO DT-NASCIMENTO
            REWRITE REG-USUARIO
               INVALID KEY
                  DISPLAY 'ERRO AO ANONIMIZAR O CADASTRO - '
                          'ID-USUARIO: ' ID-USUARIO
                          ' FILE STATUS: ' WRK-FS
               NOT INVALID KEY
                  ADD 1                        TO WRK-CNT-ANON
                  ADD 1                        TO WRK-CNT-GRAV
                  ADD 1                        TO WRK-TOTAL-ANON
                  MOVE 'S'         TO WRK-TIT-STATUS(WRK-TIT-IDX)
            END-REWRITE
            MOVE WRK-FS                TO WRK-TIT-FS(WRK-TIT-IDX)
            .
       P8-ANONIMIZA-CADASTRO-FIM.

      *-------------------------------------------------------------------------
      *LINHAS COM AUD-OPER 'A', UMA POR CADASTRO, COM O RESULTADO DA
      *REGRAVACAO EM USER.DAT, ACRESCENTADAS AO FIM DE AUDITORIA.LGPD
      *PARA QUE A PROPRIA ELIMINACAO FIQUE REGISTRADA NO ARQUIVO QUE
      *SERA PROMOVIDO. A LINHA DO CERTIFICADO SOMA A COPIA DO P7 E
      *ESTAS LINHAS
      *-------------------------------------------------------------------------
       P8-EVENTOS.
            MOVE 'AUDITORIA.DAT'               TO WRK-CERT-ARQ
            MOVE WRK-AUD-LIDOS                 TO WRK-CNT-LIDOS
            MOVE WRK-AUD-ANON                  TO WRK-CNT-ANON
            MOVE WRK-AUD-GRAV                  TO WRK-CNT-GRAV

            OPEN EXTEND AUDITORIA-LGPD
            IF NOT ALGPD-FS-OK
               MOVE WRK-ALGPD-FS               TO WRK-FS-MOSTRA
               PERFORM P9-FALHA-ABERTURA THRU P9-FALHA-ABERTURA-FIM
               GO TO P8-EVENTOS-FIM
            END-IF
            PERFORM P8-GRAVA-EVENTO THRU P8-GRAVA-EVENTO-FIM
                    VARYING WRK-TIT-IDX FROM 1 BY 1
                    UNTIL WRK-TIT-IDX > WRK-TIT-QTD
            CLOSE AUDITORIA-LGPD

            COMPUTE WRK-CNT-ESPERADO = WRK-CNT-LIDOS + WRK-TIT-QTD
            PERFORM P9-LINHA-CERT THRU P9-LINHA-CERT-FIM
            .
       P8-EVENTOS-FIM.
       P8-GRAVA-EVENTO.
            MOVE WRK-HOJE                      TO LAUD-DATA
            MOVE WRK-AGORA                     TO LAUD-HORA
            MOVE WRK-TIT-ID(WRK-TIT-IDX)       TO LAUD-ID-USUARIO
            MOVE WRK-TIT-PSEUDO(WRK-TIT-IDX)   TO LAUD-EMAIL
            MOVE WRK-TIT-STATUS(WRK-TIT-IDX)   TO LAUD-STATUS
            MOVE WRK-TIT-FS(WRK-TIT-IDX)       TO LAUD-FS
            MOVE 'A'                           TO LAUD-OPER
            IF SESSAO-ABERTA
               MOVE SES-OPERADOR               TO LAUD-OPERADOR
            ELSE
               MOVE SPACES                     TO LAUD-OPERADOR
            END-IF
            WRITE REG-AUDITORIA-LGPD
            IF ALGPD-FS-OK
               ADD 1                           TO WRK-CNT-GRAV
            ELSE
               DISPLAY 'ERRO AO GRAVAR A LINHA DE AUDITORIA DA '
                       'ANONIMIZACAO - FILE STATUS: ' WRK-ALGPD-FS
            END-IF
            .
       P8-GRAVA-EVENTO-FIM.

      *-------------------------------------------------------------------------
      *FALHA EM ALGUM ARQUIVO SEQUENCIAL: USER.DAT NAO EH REGRAVADO,
      *PARA QUE O CPF CONTINUE NO CADASTRO E A ANONIMIZACAO POSSA SER
      *REPETIDA, E AS LINHAS 'A' NAO SAO GRAVADAS. O CERTIFICADO
      *REGISTRA OS DOIS ARQUIVOS COMO NAO PROCESSADOS
      *-------------------------------------------------------------------------
       P8-NAO-PROCESSADO.
            MOVE 'USER.DAT'                    TO WRK-CERT-ARQ
            MOVE ZERO                          TO WRK-CNT-LIDOS
            MOVE ZERO                          TO WRK-CNT-ANON
            MOVE ZERO                          TO WRK-CNT-GRAV
            MOVE 'NAO PROCESSADO - FALHA ANTERIOR'
                                               TO WRK-CERT-ACAO
            PERFORM P9-LINHA-FIXA THRU P9-LINHA-FIXA-FIM

            IF AUDITORIA-COPIADA
               MOVE 'AUDITORIA.DAT'            TO WRK-CERT-ARQ
               MOVE WRK-AUD-LIDOS              TO WRK-CNT-LIDOS
               MOVE WRK-AUD-ANON               TO WRK-CNT-ANON
               MOVE WRK-AUD-GRAV               TO WRK-CNT-GRAV
               MOVE 'NAO PROCESSADO - FALHA ANTERIOR'
                                               TO WRK-CERT-ACAO
               PERFORM P9-LINHA-FIXA THRU P9-LINHA-FIXA-FIM
            END-IF
            .
       P8-NAO-PROCESSADO-FIM.

      *-------------------------------------------------------------------------
      *PROCURA NA TABELA DO TITULAR A LINHA EM CONFERENCIA, PELO
      *ID-USUARIO OU PELO E-MAIL ORIGINAL (LINHAS DE TENTATIVAS DE
      *CADASTRO SEM SUCESSO PODEM NAO TER O ID). WRK-TIT-POS FICA COM
      *A POSICAO NA TABELA, OU ZERO SE A LINHA NAO EH DO TITULAR
      *-------------------------------------------------------------------------
       P9-LOCALIZA-TITULAR.
            MOVE ZERO                          TO WRK-TIT-POS
            PERFORM P9-COMPARA-TITULAR THRU P9-COMPARA-TITULAR-FIM
                    VARYING WRK-TIT-IDX FROM 1 BY 1
                    UNTIL WRK-TIT-IDX > WRK-TIT-QTD
                       OR WRK-TIT-POS > ZERO
            .
       P9-LOCALIZA-TITULAR-FIM.
       P9-COMPARA-TITULAR.
            IF WRK-CMP-ID IS NUMERIC AND WRK-CMP-ID > ZERO
               AND WRK-CMP-ID EQUAL WRK-TIT-ID(WRK-TIT-IDX)
               MOVE WRK-TIT-IDX                TO WRK-TIT-POS
               GO TO P9-COMPARA-TITULAR-FIM
            END-IF
            IF WRK-CMP-EMAIL NOT EQUAL SPACES
               AND WRK-CMP-EMAIL EQUAL WRK-TIT-EMAIL(WRK-TIT-IDX)
               MOVE WRK-TIT-IDX                TO WRK-TIT-POS
            END-IF
            .
       P9-COMPARA-TITULAR-FIM.

      *-------------------------------------------------------------------------
      *TEXTO NEUTRO DAS CARTAS E DOS AVISOS ANONIMIZADOS
      *-------------------------------------------------------------------------
       P9-MONTA-TEXTO.
            MOVE SPACES                        TO WRK-TEXTO-ANON
            STRING 'CONTEUDO ANONIMIZADO A PEDIDO DO TITULAR (LGPD) '
                   'EM ' WRK-HOJE
               DELIMITED BY SIZE INTO WRK-TEXTO-ANON
            END-STRING
            .
       P9-MONTA-TEXTO-FIM.

      *-------------------------------------------------------------------------
      *LINHA DO CERTIFICADO PARA UM ARQUIVO REGRAVADO EM .LGPD. SO
      *DEVE SER PROMOVIDO O ARQUIVO QUE TEM DADO DO TITULAR E CUJA
      *QUANTIDADE GRAVADA BATE COM A ESPERADA
      *-------------------------------------------------------------------------
       P9-LINHA-CERT.
            ADD WRK-CNT-ANON                   TO WRK-TOTAL-ANON
            IF WRK-CNT-GRAV NOT EQUAL WRK-CNT-ESPERADO
               MOVE 'S'                        TO WRK-FALHA
               MOVE 'TOTAIS NAO CONFEREM - NAO PROMOVER O .LGPD'
                                               TO WRK-CERT-ACAO
            ELSE
               IF WRK-CNT-GRAV EQUAL WRK-CNT-LIDOS
                  AND WRK-CNT-ANON EQUAL ZERO
                  MOVE 'SEM DADOS DO TITULAR - DESCARTAR O .LGPD'
                                               TO WRK-CERT-ACAO
               ELSE
                  MOVE 'PROMOVER O .LGPD A .DAT'
                                               TO WRK-CERT-ACAO
               END-IF
            END-IF
            PERFORM P9-LINHA-FIXA THRU P9-LINHA-FIXA-FIM
            .
       P9-LINHA-CERT-FIM.
       P9-LINHA-FIXA.
            MOVE WRK-CNT-LIDOS                 TO WRK-LIDOS-MOSTRA
            MOVE WRK-CNT-ANON                  TO WRK-ANON-MOSTRA
            MOVE WRK-CNT-GRAV                  TO WRK-GRAV-MOSTRA
            MOVE SPACES                        TO REG-ANON-CERT
            STRING WRK-CERT-ARQ WRK-LIDOS-MOSTRA '  '
                   WRK-ANON-MOSTRA '  ' WRK-GRAV-MOSTRA '   '
                   WRK-CERT-ACAO
               DELIMITED BY SIZE INTO REG-ANON-CERT
            END-STRING
            PERFORM P9-EMITE THRU P9-EMITE-FIM
            .
       P9-LINHA-FIXA-FIM.
       P9-FALHA-ABERTURA.
            MOVE 'S'                           TO WRK-FALHA
            MOVE SPACES                        TO WRK-CERT-ACAO
            STRING 'ERRO NA ABERTURA - FILE STATUS ' WRK-FS-MOSTRA
               DELIMITED BY SIZE INTO WRK-CERT-ACAO
            END-STRING
            PERFORM P9-LINHA-FIXA THRU P9-LINHA-FIXA-FIM
            .
       P9-FALHA-ABERTURA-FIM.
       P9-EMITE.
            WRITE REG-ANON-CERT
            DISPLAY FUNCTION TRIM(REG-ANON-CERT TRAILING)
            .
       P9-EMITE-FIM.

       END PROGRAM ANONUSR.
