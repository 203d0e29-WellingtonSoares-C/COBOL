      *=================================================================
      *== COPY        : ENDREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DE ENDERECOS DE CLIENTE
      *==                (ENDERECO.dat, CHAVE END-CHAVE = REG-ID MAIS
      *==                O TIPO DO ENDERECO). CADA CLIENTE TEM NO MAXIMO
      *==                UM ENDERECO DE CADA TIPO: (C)OBRANCA,
      *==                (E)NTREGA E CO(R)RESPONDENCIA. CIDADE E UF VEM
      *==                DA TABELA DE CEP DOS CORREIOS (CEPS.dat, COPY
      *==                CEPREG) PELO PRGVEND. SEM ENDERECO DE ENTREGA
      *==                VALIDO O CLIENTE NAO PODE FAZER PEDIDOS.
      *== USADO POR   : PRGARQ21, PRGARQ24, PRGARQ25, PRGARQ26,
      *==                PRGARQ33, PRGARQ35 E PRGARQ40 (TODOS OS
      *==                PROGRAMAS QUE DECLARAM ENDERECO.dat)
      *=================================================================
       01  REG-ENDERECOS.
           05 END-CHAVE.
              10 END-ID-CLIENTE  PIC X(04).
              10 END-TIPO        PIC X(01).
                 88 END-TIPO-COBRANCA       VALUE "C".
                 88 END-TIPO-ENTREGA        VALUE "E".
                 88 END-TIPO-CORRESPONDENCIA VALUE "R".
           05 END-LOGRADOURO     PIC X(40).
           05 END-NUMERO         PIC X(06).
           05 END-COMPLEMENTO    PIC X(20).
           05 END-BAIRRO         PIC X(30).
           05 END-CIDADE         PIC X(30).
           05 END-UF             PIC X(02).
           05 END-CEP            PIC X(08).
           05 END-DATA-ALTERACAO PIC X(08).
