      *=================================================================
      *== COPY        : PRDREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DO CADASTRO DE PRODUTOS
      *==                (PRODUTOS.dat, CHAVE PRD-CODIGO). O PRECO
      *==                UNITARIO E O PRECO DE TABELA VIGENTE; O PRECO
      *==                PRATICADO EM CADA VENDA FICA NO ITEM DO PEDIDO
      *==                (ITPREG), PARA QUE UM REAJUSTE NAO ALTERE
      *==                PEDIDOS JA FEITOS.
      *== USADO POR   : PRGARQ6, PRGARQ21, PRGARQ26, PRGARQ28 E
      *==                PRGARQ40 (TODOS OS PROGRAMAS QUE DECLARAM
      *==                PRODUTOS.dat)
      *=================================================================
       01  REG-PRODUTOS.
           05 PRD-CODIGO     PIC X(06).
           05 PRD-DESCRICAO  PIC X(30).
           05 PRD-PRECO      PIC 9(07)V99.
           05 PRD-STATUS     PIC X(01).
              88 PRD-STATUS-ATIVO   VALUE "A".
              88 PRD-STATUS-INATIVO VALUE "I".
