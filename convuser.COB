                SIT-CADASTRO      BY NOVO-SIT-CADASTRO
                CADASTRO-ATIVO    BY NOVO-CADASTRO-ATIVO
                CADASTRO-INATIVO  BY NOVO-CADASTRO-INATIVO
                DT-DESATIVACAO    BY NOVO-DT-DESATIVACAO
                DT-ULT-LOGIN      BY NOVO-DT-ULT-LOGIN.

       WORKING-STORAGE SECTION.

            MOVE 'N'                           TO NOVO-CONTA-BLOQ
            MOVE 'A'                           TO NOVO-SIT-CADASTRO
            MOVE ZERO                          TO NOVO-DT-DESATIVACAO
            MOVE ZERO                          TO NOVO-DT-ULT-LOGIN

            WRITE REG-USUARIO-NOVO
               INVALID KEY
