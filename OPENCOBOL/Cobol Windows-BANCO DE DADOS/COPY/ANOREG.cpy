      *=================================================================
      *== COPY        : ANOREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DE ANONIMIZACOES LGPD
      *==                (ANONIM.dat) - UM REGISTRO POR REG-ID CUJOS
      *==                DADOS PESSOAIS (NOME, TELEFONE, CPF E E-MAIL)
      *==                FORAM MASCARADOS PELO PRGARQ33, COM DATA, HORA
      *==                E OPERADOR DA ULTIMA ANONIMIZACAO E A
      *==                QUANTIDADE DE REGISTROS ALCANCADOS. CONSULTADO
      *==                NA RECUPERACAO (PRGARQ22) E NO DELTA (PRGARQ23)
      *==                PARA QUE NENHUMA IMAGEM ANTIGA DEVOLVA OS DADOS
      *==                APAGADOS.
      *== USADO POR   : PRGARQ22, PRGARQ23 E PRGARQ33
      *=================================================================
       01  REG-ANONIMIZADOS.
           05 ANO-ID             PIC X(04).
           05 ANO-DATA           PIC X(08).
           05 ANO-HORA           PIC X(06).
           05 ANO-OPERADOR       PIC X(08).
           05 ANO-QTD-REGISTROS  PIC 9(05).
