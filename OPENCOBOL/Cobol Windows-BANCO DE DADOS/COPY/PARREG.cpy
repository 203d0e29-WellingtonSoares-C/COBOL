      *=================================================================
      *== COPY        : PARREG
      *== OBJETIVO    : LAYOUT DO REGISTRO DE PARAMETROS DO SISTEMA
      *==                (PARAMETRO.dat, CHAVE PAR-AMBIENTE). UM
      *==                REGISTRO POR AMBIENTE: (P)RODUCAO E (T)ESTE.
      *==                O AMBIENTE EM USO VEM DA VARIAVEL DE AMBIENTE
      *==                CLIENTES_AMBIENTE (EM BRANCO = PRODUCAO).
      *==                MANTIDO PELO PRGARQ38 (HISTORICO EM
      *==                PARMHIST.dat) E LIDO NO INICIO DE TODO
      *==                PROGRAMA PELO PRGPARAM, QUE MONTA O CAMINHO DE
      *==                CADA ARQUIVO A PARTIR DE PAR-DIR-DADOS.
      *== USADO POR   : PRGPARAM, PRGARQ38 E TODOS OS PROGRAMAS QUE
      *==                CHAMAM O PRGPARAM (AREA DE TRABALHO)
      *== ALTERACAO   : 15/10/2026 - INCLUIDO PAR-MESES-DORMENTE
      *==                (PRGARQ39), TOMADO DO FILLER RESERVADO; EM
      *==                REGISTRO GRAVADO ANTES DELE (EM BRANCO) VALE O
      *==                PADRAO DE 12.
      *=================================================================
       01  REG-PARAMETROS.
           05 PAR-AMBIENTE           PIC X(01).
              88 PAR-AMBIENTE-PRODUCAO   VALUE "P".
              88 PAR-AMBIENTE-TESTE      VALUE "T".
           05 PAR-DESCRICAO          PIC X(30).
      *    DIRETORIO DOS ARQUIVOS DE DADOS, TERMINADO EM "\".
           05 PAR-DIR-DADOS          PIC X(80).
      *    ARQUIVAMENTO DE INATIVOS (PRGARQ20): LIMITE EM DIAS DESDE A
      *    ULTIMA MANUTENCAO E HORIZONTE DA PREVIA.
           05 PAR-DIAS-LIMITE        PIC 9(04).
           05 PAR-DIAS-HORIZONTE     PIC 9(04).
      *    LINHAS POR PAGINA DA LISTAGEM (PRGARQ16).
           05 PAR-LINHAS-PAGINA      PIC 9(03).
      *    INTERVALOS DOS ALERTAS DE SAUDE DA OPERACAO (PRGARQ27), EM
      *    DIAS SEM EXECUCAO BOA: BACKUP (PRGARQ14) E ROTACAO DO LOG
      *    (PRGARQ17).
           05 PAR-DIAS-ALERTA-BACKUP PIC 9(03).
           05 PAR-DIAS-ALERTA-ROTAC  PIC 9(03).
      *    RANKING DE CLIENTES (PRGARQ39): MESES SEM PEDIDO PARA UM
      *    CLIENTE ATIVO SER CONSIDERADO DORMENTE.
           05 PAR-MESES-DORMENTE     PIC 9(03).
      *    ULTIMA ALTERACAO (PRGARQ38).
           05 PAR-DATA-ALTERACAO     PIC X(08).
           05 PAR-HORA-ALTERACAO     PIC X(06).
           05 PAR-OPERADOR           PIC X(08).
           05 FILLER                 PIC X(97).
