      *=================================================================
      *== COPY        : CLIREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DE REG-CLIENTES (CLIENTES.dat)
      *== USADO POR   : PRGARQ6 A PRGARQ16, PRGARQ19 A PRGARQ22,
      *==                PRGARQ24 A PRGARQ26, PRGARQ30, PRGARQ31,
      *==                PRGARQ33, PRGARQ36, PRGARQ37, PRGARQ39 E
      *==                PRGARQ40 (TODOS OS PROGRAMAS QUE DECLARAM
      *==                CLIENTES.dat)
      *== ALTERACAO   : 08/08/2026 - INCLUIDOS REG-CPF, REG-EMAIL E
      *==                REG-STATUS (A=ATIVO / I=INATIVO).
      *==              : 22/08/2026 - INCLUIDO REG-DATA-ULT-MANUT
