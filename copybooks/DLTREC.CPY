      *-------------------------------------------------------------------------
      *LAYOUT DE UMA LINHA DA EXTRACAO INCREMENTAL (USUDELTA.CSV). O
      *PRIMEIRO CAMPO IDENTIFICA A LINHA: 'H' CABECALHO (SEQUENCIA E
      *FAIXA DE DATA/HORA), 'D' DETALHE (ACAO E DADOS DO CADASTRO) E
      *'T' TRAILER (QUANTIDADE DE LINHAS POR ACAO).
      *-------------------------------------------------------------------------
       01 REG-DELTA                      PIC X(400).
