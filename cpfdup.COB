      *          IDENTIDADE REAL DA PESSOA E NAO PODE APARECER EM MAIS
      *          DE UM ID-USUARIO; O CREAUSER E O MANTUSER BLOQUEIAM
      *          NOVAS DUPLICACOES, E ESTE RELATORIO LISTA AS QUE JA
      *          EXISTEM NO ARQUIVO PARA A LIMPEZA MANUAL. OS
      *          CADASTROS ANONIMIZADOS PELO ANONUSR SO SAO CONTADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WRK-TOTAL-USUARIOS             PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-CPF-DUP              PIC 9(06) COMP VALUE ZERO.
       77 WRK-TOTAL-REG-DUP              PIC 9(06) COMP VALUE ZERO.
      *CADASTROS ANONIMIZADOS PELO ANONUSR TEM O CPF ZERADO E NAO SAO
      *DUPLICACAO; FICAM FORA DAS DUAS PASSADAS
       77 WRK-TOTAL-ANONIMIZADOS         PIC 9(06) COMP VALUE ZERO.
           COPY ANONNOM.
      *TABELA DE CPFS DISTINTOS COM A CONTAGEM DE ID-USUARIO EM QUE
      *CADA UM APARECE, MONTADA NA PRIMEIRA PASSADA SOBRE USER.DAT
       01 WRK-TAB-CPF.
            PERFORM P2-LISTA-DUPS   THRU P2-LISTA-DUPS-FIM
            PERFORM P3-RODAPE       THRU P3-RODAPE-FIM

      *GOBACK EM VEZ DE STOP RUN PARA QUE O MENUOPER RETOME O CONTROLE
            GOBACK
       .

      *-------------------------------------------------------------------------
            .
       P1-PROCESSA-USUARIO.
            ADD 1                              TO WRK-TOTAL-USUARIOS
            IF FNAME EQUAL ANON-PSEUDONIMO AND CPF EQUAL ZERO
               ADD 1                           TO WRK-TOTAL-ANONIMIZADOS
            ELSE
               PERFORM P1-ACUMULA-CPF THRU P1-ACUMULA-CPF-FIM
            END-IF
            PERFORM P1-LEIA-USUARIO
            .
       P1-PROCESSA-USUARIO-FIM.
            END-READ
            .
       P2-PROCESSA-USUARIO.
            IF FNAME EQUAL ANON-PSEUDONIMO AND CPF EQUAL ZERO
               PERFORM P2-LEIA-USUARIO
               GO TO P2-PROCESSA-USUARIO-FIM
            END-IF
            MOVE 'N'                           TO WRK-CPF-ACHOU
            PERFORM P2-BUSCA-CPF THRU P2-BUSCA-CPF-FIM
                    VARYING WRK-CPF-IDX FROM 1 BY 1
                    '---------------------------------------'
            DISPLAY 'TOTAL DE CADASTROS VERIFICADOS      : '
                    WRK-TOTAL-USUARIOS
            DISPLAY 'CADASTROS ANONIMIZADOS (LGPD)       : '
                    WRK-TOTAL-ANONIMIZADOS
            DISPLAY 'CPFS EM MAIS DE UM ID-USUARIO       : '
                    WRK-TOTAL-CPF-DUP
            DISPLAY 'CADASTROS ENVOLVIDOS EM DUPLICACAO  : '
