      *-------------------------------------------------------------------------
      *PSEUDONIMO GRAVADO PELO ANONUSR NO LUGAR DOS DADOS PESSOAIS DE
      *UM TITULAR ANONIMIZADO (LGPD). O E-MAIL DO CADASTRO VIRA
      *ANONIMIZADO.<ID-USUARIO>@ANONIMIZADO.LGPD, PARA CONTINUAR UNICO
      *NA CHAVE ALTERNATIVA DE USER.DAT. UM CADASTRO COM FNAME IGUAL
      *AO PSEUDONIMO E CPF ZERADO EH UM CADASTRO ANONIMIZADO E FICA
      *FORA DAS REGRAS DE QUALIDADE (QUALUSR).
      *-------------------------------------------------------------------------
       77 ANON-PSEUDONIMO                PIC X(11) VALUE
          'ANONIMIZADO'.
       77 ANON-DOMINIO                   PIC X(17) VALUE
          '@ANONIMIZADO.LGPD'.
