           88 AUD-OPER-LOGIN           VALUE 'L'.
           88 AUD-OPER-RESET           VALUE 'R'.
           88 AUD-OPER-TROCA-SENHA     VALUE 'T'.
      *DESATIVACAO DE CADASTRO: 'E' EH A EXCLUSAO MANUAL FEITA NO
      *MANTUSER, 'D' EH A DESATIVACAO AUTOMATICA POR FALTA DE LOGIN
      *FEITA PELO DORMUSR.
           88 AUD-OPER-EXCLUSAO        VALUE 'E'.
           88 AUD-OPER-DORMENTE        VALUE 'D'.
      *'P' EH A REMOCAO FISICA DE UM CADASTRO DESATIVADO PELO PURGUSR.
      *'B' EH O BLOQUEIO DA CONTA POR EXCESSO DE TENTATIVAS (LOGUSER E
      *TROCSENH) E 'U' EH O FIM DE UM BLOQUEIO - DESBLOQUEIO NO
      *SUPPUSER OU EXPURGO DE UMA CONTA QUE AINDA ESTAVA BLOQUEADA.
           88 AUD-OPER-EXPURGO         VALUE 'P'.
           88 AUD-OPER-BLOQUEIO        VALUE 'B'.
           88 AUD-OPER-DESBLOQUEIO     VALUE 'U'.
      *'A' EH A ANONIMIZACAO DOS DADOS PESSOAIS DO CADASTRO A PEDIDO
      *DO TITULAR (LGPD), FEITA PELO ANONUSR. NAO MUDA A SITUACAO NEM
      *O BLOQUEIO DA CONTA, POR ISSO NAO ENTRA NO BALANCEAMENTO.
           88 AUD-OPER-ANONIMIZACAO    VALUE 'A'.
      *'S' EH A ALTERACAO DA POLITICA DE SEGURANCA NO POLMAINT. NAO SE
      *REFERE A UM CADASTRO: AUD-ID-USUARIO FICA ZERADO E AUD-EMAIL
      *LEVA O RESUMO DA NOVA POLITICA.
           88 AUD-OPER-POLITICA        VALUE 'S'.
      *'M' EH A ALTERACAO DE DADOS DO CADASTRO (NOME, TELEFONE, CPF OU
      *DATA DE NASCIMENTO) NO MANTUSER. 'O' EH A MANUTENCAO DE UM
      *OPERADOR NO OPERMANT (INCLUSAO, PERFIL, SENHA TEMPORARIA E
      *DESBLOQUEIO, ATIVACAO E DESATIVACAO): AUD-ID-USUARIO FICA
      *ZERADO E AUD-EMAIL LEVA O ID DO OPERADOR ALTERADO E A ACAO.
      *NENHUM DOS DOIS MUDA A SITUACAO OU O BLOQUEIO DE UM CADASTRO,
      *POR ISSO NAO ENTRAM NO BALANCEAMENTO.
           88 AUD-OPER-ALTERACAO       VALUE 'M'.
           88 AUD-OPER-OPERADOR        VALUE 'O'.
      *OPERADOR IDENTIFICADO NO OPERLOG (SES-OPERADOR) QUE EXECUTOU A
      *OPERACAO. LINHAS GRAVADAS ANTES DA IDENTIFICACAO DE OPERADORES,
      *OU POR PROGRAMAS RODADOS FORA DE UMA SESSAO (EX: O PROPRIO
      *USUARIO NO LOGUSER), TEM ESPACO.
         03 AUD-OPERADOR               PIC X(08).
