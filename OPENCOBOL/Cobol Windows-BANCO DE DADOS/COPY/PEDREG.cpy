      *==                CLIENTES.dat (PED-ID-CLIENTE = REG-ID, CHAVE
      *==                ALTERNATIVA COM DUPLICATAS - UM CLIENTE PODE
      *==                TER VARIOS PEDIDOS).
      *== USADO POR   : PRGARQ6, PRGARQ20, PRGARQ21, PRGARQ24,
      *==                PRGARQ26, PRGARQ29, PRGARQ30, PRGARQ33,
      *==                PRGARQ36, PRGARQ39 E PRGARQ40 (TODOS OS
      *==                PROGRAMAS QUE DECLARAM PEDIDOS.dat)
      *== ALTERACAO   : 15/10/2026 - OS ITENS DO PEDIDO FICAM EM
      *==                ITENSPED.dat (COPY ITPREG) E PED-VALOR PASSA A
      *==                SER A SOMA DOS ITENS, CALCULADA NA INCLUSAO.
      *==              - 15/10/2026 - INCLUIDOS PED-VALOR-PAGO (SOMA DOS
      *==                PAGAMENTOS BAIXADOS PELO PRGARQ29 - O SALDO EM
      *==                ABERTO E PED-VALOR MENOS PED-VALOR-PAGO),
      *==                PED-DATA-ULT-PAGTO E PED-DATA-FECHAMENTO
      *==                (AAAAMMDD). O PEDIDO PASSA A "F" SOZINHO QUANDO
      *==                O SALDO ZERA.
      *=================================================================
       01  REG-PEDIDOS.
           05 PED-NUMERO          PIC X(06).
           05 PED-ID-CLIENTE      PIC X(04).
           05 PED-DATA            PIC X(08).
           05 PED-VALOR           PIC 9(07)V99.
           05 PED-STATUS          PIC X(01).
              88 PED-STATUS-ABERTO   VALUE "A".
              88 PED-STATUS-FECHADO  VALUE "F".
           05 PED-VALOR-PAGO      PIC 9(07)V99.
           05 PED-DATA-ULT-PAGTO  PIC X(08).
           05 PED-DATA-FECHAMENTO PIC X(08).
