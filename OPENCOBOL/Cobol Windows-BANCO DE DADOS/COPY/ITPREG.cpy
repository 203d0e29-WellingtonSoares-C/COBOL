      *=================================================================
      *== COPY        : ITPREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DE ITENS DE PEDIDO
      *==                (ITENSPED.dat). CHAVE ITP-CHAVE = NUMERO DO
      *==                PEDIDO (PED-NUMERO DE PEDIDOS.dat) MAIS O
      *==                NUMERO DA LINHA; CADA ITEM GUARDA O PRODUTO
      *==                (PRD-CODIGO DE PRODUTOS.dat), A QUANTIDADE E O
      *==                PRECO UNITARIO NO MOMENTO DA VENDA. PED-VALOR
      *==                E A SOMA DE QUANTIDADE X PRECO DOS ITENS.
      *== USADO POR   : PRGARQ6, PRGARQ21, PRGARQ26, PRGARQ28 E
      *==                PRGARQ40 (TODOS OS PROGRAMAS QUE DECLARAM
      *==                ITENSPED.dat)
      *=================================================================
       01  REG-ITENS.
           05 ITP-CHAVE.
              10 ITP-NUMERO  PIC X(06).
              10 ITP-LINHA   PIC 9(03).
           05 ITP-PRODUTO    PIC X(06).
           05 ITP-QUANTIDADE PIC 9(05).
           05 ITP-PRECO-UNIT PIC 9(07)V99.
