      *=================================================================
      *== COPY        : LIMREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DE LIMITE DE CREDITO POR
      *==                CLIENTE (LIMITES.dat, CHAVE LIM-ID-CLIENTE =
      *==                REG-ID). O LIMITE VALE PARA A SOMA DOS SALDOS
      *==                EM ABERTO DOS PEDIDOS DO CLIENTE MAIS O NOVO
      *==                PEDIDO; CLIENTE SEM REGISTRO EM LIMITES.dat NAO
      *==                TEM LIMITE CONTROLADO.
      *== USADO POR   : PRGARQ21, PRGARQ24, PRGARQ30, PRGARQ31 E
      *==                PRGARQ40
      *==                (TODOS OS PROGRAMAS QUE DECLARAM LIMITES.dat)
      *=================================================================
       01  REG-LIMITES.
           05 LIM-ID-CLIENTE PIC X(04).
           05 LIM-VALOR      PIC 9(07)V99.
           05 LIM-DATA-ALTERACAO PIC X(08).
