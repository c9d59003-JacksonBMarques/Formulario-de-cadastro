      * Date: 21/08/2026
      * Purpose: MANUTENCAO DA TABELA DE DDDS (CODIGOS DE AREA)
      *          VALIDOS (DDD.DAT) USADA PELA VALIDACAO DE TELEFONE DO
      *          CREAUSER. ANTES DE RETIRAR UM DDD MOSTRA QUANTOS
      *          CADASTROS ATIVOS AINDA O USAM E PEDE CONFIRMACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               COPY DDDSEL.
               COPY USERSEL.

       DATA DIVISION.
       FILE SECTION.
       FD DDD.
           COPY DDDREC.

       FD USUARIO.
           COPY USERREC.

       WORKING-STORAGE SECTION.

       77 WRK-DDD-FS                     PIC 99.
       77 WRK-CODIGO                     PIC 9(02).
       77 WRK-DESCRICAO                  PIC X(14).
       77 WRK-QTD                        PIC 9(02) COMP VALUE ZERO.
      *VARIAVEIS DA CONTAGEM DE CADASTROS ATIVOS QUE USAM O DDD A
      *RETIRAR (DDD = DUAS PRIMEIRAS POSICOES DO TELEFONE, COMO NO
      *P4-TELEFONE DO CREAUSER)
       77 WRK-FS                         PIC 99.
         88 USU-FS-OK                    VALUE 0.
       77 WRK-USU-EOF                    PIC X VALUE 'N'.
          88 USUARIO-EOF                 VALUE 'S' FALSE 'N'.
       77 WRK-TEL-DDD                    PIC X(02).
       77 WRK-QTD-USO                    PIC 9(06) COMP VALUE ZERO.
       77 WRK-CONFIRMA                   PIC X VALUE 'N'.
      *VARIAVEIS DA IDENTIFICACAO DO OPERADOR (OPERLOG)
       77 WRK-PERFIS-ACEITOS             PIC X(03) VALUE 'S  '.
       77 WRK-OPER-LIBERADO              PIC X VALUE 'N'.
          88 OPERADOR-LIBERADO           VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY '*   MANUTENCAO DA TABELA DE DDDS (CODIGO AREA)  *'
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
       P3-GRAVA-DDD-FIM.

      *-------------------------------------------------------------------------
      *RETIRA UM DDD DA TABELA PELO CODIGO. ANTES DO DELETE MOSTRA
      *QUANTOS CADASTROS ATIVOS AINDA USAM O DDD - ELES PASSAM A
      *APARECER COMO EXCECAO NA VARREDURA DE QUALIDADE (QUALUSR)
      *-------------------------------------------------------------------------
       P4-RETIRA.
            DISPLAY 'Codigo do DDD a retirar: '
                  INVALID KEY
                     DISPLAY 'Nao existe DDD com este codigo.'
                  NOT INVALID KEY
                     PERFORM P4-CONFIRMA-RETIRADA
                             THRU P4-CONFIRMA-RETIRADA-FIM
               END-READ
               CLOSE DDD
            END-IF
            .
       P4-RETIRA-FIM.
       P4-CONFIRMA-RETIRADA.
            PERFORM P4-CONTA-USO THRU P4-CONTA-USO-FIM
            DISPLAY 'DDD ' DDD-CODIGO ' (' DDD-DESCRICAO ') em uso por '
                    WRK-QTD-USO ' cadastro(s) ativo(s).'
            DISPLAY 'Confirma a retirada deste DDD? (S/N)'
            ACCEPT WRK-CONFIRMA
            IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
               DELETE DDD
                  INVALID KEY
                     DISPLAY 'ERRO AO RETIRAR O DDD'
                  NOT INVALID KEY
                     DISPLAY 'DDD retirado com sucesso!'
               END-DELETE
            ELSE
               DISPLAY 'Retirada cancelada.'
            END-IF
            .
       P4-CONFIRMA-RETIRADA-FIM.

      *-------------------------------------------------------------------------
      *CONTA OS CADASTROS ATIVOS DE USER.DAT CUJO TELEFONE COMECA PELO
      *DDD LIDO EM REG-DDD
      *-------------------------------------------------------------------------
       P4-CONTA-USO.
            MOVE ZERO                       TO WRK-QTD-USO
            MOVE 'N'                        TO WRK-USU-EOF
            OPEN INPUT USUARIO
            IF WRK-FS NOT EQUAL 35
               IF NOT USU-FS-OK
                  DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
                  DISPLAY 'FILE STATUS: ' WRK-FS
               ELSE
                  PERFORM P4-LEIA-USUARIO
                  PERFORM P4-CONFERE-USUARIO THRU P4-CONFERE-USUARIO-FIM
                          UNTIL USUARIO-EOF
                  CLOSE USUARIO
               END-IF
            END-IF
            .
       P4-CONTA-USO-FIM.
       P4-LEIA-USUARIO.
            READ USUARIO NEXT RECORD
               AT END MOVE 'S'              TO WRK-USU-EOF
            END-READ
            .
       P4-CONFERE-USUARIO.
            IF NOT CADASTRO-INATIVO
               MOVE TELEFONE(1:2)           TO WRK-TEL-DDD
               IF WRK-TEL-DDD EQUAL DDD-CODIGO
                  ADD 1                     TO WRK-QTD-USO
               END-IF
            END-IF
            PERFORM P4-LEIA-USUARIO
            .
       P4-CONFERE-USUARIO-FIM.

       END PROGRAM DDDMAINT.
