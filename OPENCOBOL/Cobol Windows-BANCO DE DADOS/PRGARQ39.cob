       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ39.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RANKING DE CLIENTES (CURVA ABC) E CLIENTES
      *==                DORMENTES. PERCORRE PEDIDOS.dat PELA CHAVE
      *==                ALTERNATIVA PED-ID-CLIENTE E, COM QUEBRA POR
      *==                CLIENTE, TOTALIZA OS PEDIDOS COM PED-DATA NO
      *==                PERIODO INFORMADO: QUANTIDADE, VALOR TOTAL,
      *==                VALOR MEDIO, PRIMEIRO E ULTIMO PED-DATA. OS
      *==                TOTAIS VAO PARA O ARQUIVO DE TRABALHO
      *==                RANKTRB.dat (RECRIADO A CADA EXECUCAO), CUJA
      *==                CHAVE ALTERNATIVA ORDENA OS CLIENTES DO MAIOR
      *==                PARA O MENOR VALOR. NA CURVA ABC O CLIENTE E
      *==                "A" ENQUANTO A RECEITA ACUMULADA ANTES DELE
      *==                ESTA ABAIXO DE 80%, "B" ABAIXO DE 95% E "C" NO
      *==                RESTANTE. EM SEGUIDA LISTA OS CLIENTES
      *==                REG-STATUS-ATIVO SEM PEDIDO HA
      *==                PAR-MESES-DORMENTE MESES (PARAMETROS DO
      *==                SISTEMA) - CONTADOS DO ULTIMO PEDIDO DE TODA A
      *==                HISTORIA OU, SEM PEDIDO, DO REG-DATA-ULT-MANUT.
      *==                OPCIONALMENTE GRAVA EM MOVTO.dat UMA TRANSACAO
      *==                "A" POR DORMENTE COM REG-STATUS "I", PARA O
      *==                PRGARQ10 APLICAR (DIARIO E REJEITADOS
      *==                NORMAIS); O PRGARQ20 ARQUIVA DEPOIS, PELO
      *==                REG-DATA-ULT-MANUT CARIMBADO NA ALTERACAO.
      *==                MOVTO.dat E ESTENDIDO, NUNCA RECRIADO, PARA NAO
      *==                PERDER TRANSACOES AINDA NAO APLICADAS. CLIENTE
      *==                COM CPF INVALIDO (EX. ANONIMIZADO) E LISTADO
      *==                SEM TRANSACAO, POIS O PRGARQ10 A REJEITARIA.
      *==                GRAVA RANKREL.dat. RESPOSTAS EM BRANCO
      *==                (PERIODO DESDE O PRIMEIRO PEDIDO ATE HOJE, SEM
      *==                GERAR MOVTO.dat) PERMITEM O USO NO PLANO DO
      *==                PRGARQ19.
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

           SELECT CLIENTES ASSIGN TO DYNAMIC
               WRK-CAM-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT RANKING ASSIGN TO DYNAMIC
               WRK-CAM-RANKTRB
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RNK-ID
             ALTERNATE RECORD KEY IS RNK-CHAVE-ORDEM
             FILE STATUS IS FS-RANKING.

           SELECT RELAT-RANKING ASSIGN TO DYNAMIC
               WRK-CAM-RANKREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-RANKING.

           SELECT MOVIMENTO ASSIGN TO DYNAMIC
               WRK-CAM-MOVTO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-MOVIMENTO.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD PEDIDOS.
           COPY PEDREG.

       FD CLIENTES.
           COPY CLIREG.

      *    UM REGISTRO POR CLIENTE COM PEDIDO. RNK-VALOR-INV E O
      *    COMPLEMENTO DO VALOR NO PERIODO: A CHAVE ALTERNATIVA EM
      *    ORDEM CRESCENTE DA O MAIOR COMPRADOR PRIMEIRO.
       FD RANKING.
       01  REG-RANKING.
           05 RNK-ID             PIC X(04).
           05 RNK-CHAVE-ORDEM.
              10 RNK-VALOR-INV   PIC 9(11)V99.
              10 RNK-ID-ORDEM    PIC X(04).
           05 RNK-QTD-PEDIDOS    PIC 9(05).
           05 RNK-VALOR-TOTAL    PIC 9(11)V99.
           05 RNK-PRIMEIRO       PIC X(08).
           05 RNK-ULTIMO         PIC X(08).
           05 RNK-ULTIMO-GERAL   PIC X(08).

       FD RELAT-RANKING.
       01  REG-RELAT-RANKING     PIC X(120).

       FD MOVIMENTO.
       01  REG-MOVTO.
           05 MOV-OPERACAO       PIC X(01).
           05 MOV-ID             PIC X(04).
           05 MOV-NOME           PIC X(20).
           05 MOV-TELEFONE       PIC X(11).
           05 MOV-CPF            PIC X(11).
           05 MOV-EMAIL          PIC X(40).
           05 MOV-STATUS         PIC X(01).

       WORKING-STORAGE                           SECTION.
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-CLIENTES           PIC 9(02).
       77  FS-RANKING            PIC 9(02).
       77  FS-RELAT-RANKING      PIC 9(02).
       77  FS-MOVIMENTO          PIC 9(02).

       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-RANKTRB       PIC X(100) VALUE SPACES.
       77  WRK-CAM-RANKREL       PIC X(100) VALUE SPACES.
       77  WRK-CAM-MOVTO         PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-FIM-RANKING       PIC X(01) VALUE "N".
       77  WRK-FIM-CLIENTES      PIC X(01) VALUE "N".
       77  WRK-CLIENTE-ATUAL     PIC X(04) VALUE SPACES.
       77  WRK-GERAR-MOVTO       PIC X(01) VALUE "N".
       77  WRK-CPF-VALIDO        PIC X(01) VALUE "N".

       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.
       77  WRK-HOJE              PIC X(08) VALUE SPACES.
       77  WRK-DATA-INICIAL      PIC X(08) VALUE SPACES.
       77  WRK-DATA-FINAL        PIC X(08) VALUE SPACES.
       77  WRK-DATA-ENTRADA      PIC X(08) VALUE SPACES.
       77  WRK-DATA-NUM          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT          PIC 9(07) VALUE ZEROS COMP.
       77  WRK-DATA-CORTE        PIC X(08) VALUE SPACES.
       77  WRK-DATA-REFERENCIA   PIC X(08) VALUE SPACES.

       77  WRK-CALC-ANO          PIC 9(04) VALUE ZEROS.
       77  WRK-CALC-MES          PIC 9(02) VALUE ZEROS.
       77  WRK-CALC-DIA          PIC 9(02) VALUE ZEROS.
       77  WRK-CALC-MESES        PIC 9(06) VALUE ZEROS.

      *    ACUMULADORES DO CLIENTE EM QUEBRA.
       77  WRK-CLI-QTD           PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-VALOR         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CLI-PRIMEIRO      PIC X(08) VALUE SPACES.
       77  WRK-CLI-ULTIMO        PIC X(08) VALUE SPACES.
       77  WRK-CLI-ULTIMO-GERAL  PIC X(08) VALUE SPACES.

       77  WRK-VALOR-TETO        PIC 9(11)V99 VALUE 99999999999,99.
       77  WRK-TOTAL-PERIODO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ACUMULADO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-MEDIO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PCT-ANTES         PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PCT-ACUMULADO     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PCT-CLASSE        PIC 9(03)V99 VALUE ZEROS.
       77  WRK-CLASSE            PIC 9(01) VALUE ZEROS.
       77  WRK-POSICAO           PIC 9(05) VALUE ZEROS.

      *    LIMITES DA CURVA ABC, EM % DA RECEITA ACUMULADA.
       77  WRK-LIMITE-A          PIC 9(03)V99 VALUE 80,00.
       77  WRK-LIMITE-B          PIC 9(03)V99 VALUE 95,00.

       77  WRK-QTD-PED-LIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PED-PERIODO   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PED-SEM-DATA  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CLI-PERIODO   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATIVOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DORMENTES     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-REFER     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-MOVTO         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CPF-INVALIDO  PIC 9(07) VALUE ZEROS.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ARQUIVO NAO EXISTE!".

      *    RESUMO POR CLASSE: 1 = A, 2 = B, 3 = C.
       01  WRK-TABELA-CLASSES.
           05 WRK-CLS-QTD         PIC 9(05) OCCURS 3 TIMES.
           05 WRK-CLS-VALOR       PIC 9(11)V99 OCCURS 3 TIMES.

       01  WRK-LETRAS-CLASSE     PIC X(03) VALUE "ABC".

       01  WRK-LINHA-CABEC.
           05 FILLER             PIC X(05) VALUE "  POS".
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE "ID".
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "NOME".
           05 FILLER             PIC X(06) VALUE "  QTD".
           05 FILLER             PIC X(17) VALUE "      VALOR TOTAL".
           05 FILLER             PIC X(17) VALUE "      VALOR MEDIO".
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE "PRIMEIRO".
           05 FILLER             PIC X(09) VALUE "ULTIMO".
           05 FILLER             PIC X(08) VALUE " % ACUM".
           05 FILLER             PIC X(06) VALUE "CLASSE".

       01  WRK-LINHA-CLIENTE.
           05 WRK-LIN-POSICAO    PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LIN-ID         PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LIN-NOME       PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LIN-QTD        PIC ZZZZ9.
           05 WRK-LIN-TOTAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 WRK-LIN-MEDIO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LIN-PRIMEIRO   PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LIN-ULTIMO     PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LIN-PCT        PIC ZZ9,99.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 WRK-LIN-CLASSE     PIC X(01).

       01  WRK-LINHA-CLASSE.
           05 FILLER             PIC X(07) VALUE "CLASSE ".
           05 WRK-LCL-CLASSE     PIC X(01).
           05 FILLER             PIC X(03) VALUE ": ".
           05 WRK-LCL-QTD        PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE " CLIENTES  ".
           05 WRK-LCL-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LCL-PCT        PIC ZZ9,99.
           05 FILLER             PIC X(14) VALUE "% DA RECEITA".

       01  WRK-LINHA-DORMENTE.
           05 WRK-LDR-ID         PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LDR-NOME       PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LDR-REFERENCIA PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LDR-ORIGEM     PIC X(22).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LDR-SITUACAO   PIC X(40).

       77  WRK-LINHA-RELAT       PIC X(120) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ACUMULAR.
           PERFORM 0300-CURVA-ABC.
           PERFORM 0400-DORMENTES.
           PERFORM 0500-FINALIZAR.
           GOBACK.


      *-----------------------------------------------------------------
       0050-CARREGAR-PARAMETROS                  SECTION.

           MOVE "P" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-PAR-ARQUIVO REG-PARAMETROS.

           IF WRK-PAR-RESULTADO NOT EQUAL "S"
               DISPLAY "PARAMETROS DO SISTEMA INDISPONIVEIS - "
                   "PROGRAMA NAO INICIADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "A" TO WRK-PAR-ACAO.

           MOVE "PEDIDOS.dat" TO WRK-CAM-PEDIDOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDIDOS REG-PARAMETROS.

           MOVE "CLIENTES.dat" TO WRK-CAM-CLIENTES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIENTES REG-PARAMETROS.

           MOVE "RANKTRB.dat" TO WRK-CAM-RANKTRB.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-RANKTRB REG-PARAMETROS.

           MOVE "RANKREL.dat" TO WRK-CAM-RANKREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-RANKREL REG-PARAMETROS.

           MOVE "MOVTO.dat" TO WRK-CAM-MOVTO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-MOVTO REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE WRK-TIMESTAMP (1:8) TO WRK-HOJE.

           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD) - EM BRANCO = "
               "DESDE O PRIMEIRO PEDIDO"
               ACCEPT WRK-DATA-ENTRADA.

           IF WRK-DATA-ENTRADA EQUAL SPACES
               MOVE "00000000" TO WRK-DATA-INICIAL
           ELSE
               PERFORM 0110-VALIDAR-DATA
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-INICIAL
           END-IF.

           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD) - EM BRANCO = "
               WRK-HOJE
               ACCEPT WRK-DATA-ENTRADA.

           IF WRK-DATA-ENTRADA EQUAL SPACES
               MOVE WRK-HOJE TO WRK-DATA-FINAL
           ELSE
               PERFORM 0110-VALIDAR-DATA
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-FINAL
           END-IF.

           IF WRK-DATA-INICIAL > WRK-DATA-FINAL
               DISPLAY "DATA INICIAL POSTERIOR A FINAL - PROCESSO "
                   "ABORTADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "GERAR EM MOVTO.dat A INATIVACAO DOS DORMENTES "
               "(S/N)? (BRANCO = N)"
               ACCEPT WRK-GERAR-MOVTO.

           IF WRK-GERAR-MOVTO EQUAL "s"
               MOVE "S" TO WRK-GERAR-MOVTO
           END-IF.

           IF WRK-GERAR-MOVTO NOT EQUAL "S"
               MOVE "N" TO WRK-GERAR-MOVTO
           END-IF.

           IF PAR-MESES-DORMENTE NOT NUMERIC OR
              PAR-MESES-DORMENTE EQUAL ZEROS
               DISPLAY "MESES PARA CLIENTE DORMENTE NAO INFORMADO "
                   "NOS PARAMETROS DO SISTEMA - PROCESSO ABORTADO."
               DISPLAY "CADASTRE O VALOR PELO PRGARQ38 (AMBIENTE "
                   PAR-AMBIENTE ")."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0120-CALCULAR-CORTE.

           OPEN INPUT PEDIDOS.
             IF FS-PEDIDOS NOT EQUAL 00
                MOVE FS-PEDIDOS     TO WRK-FS-ERRO
                MOVE "PEDIDOS.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN INPUT CLIENTES.
             IF FS-CLIENTES NOT EQUAL 00
                MOVE FS-CLIENTES    TO WRK-FS-ERRO
                MOVE "CLIENTES.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

      *    RANKTRB.dat E DE TRABALHO: RECRIADO VAZIO A CADA EXECUCAO.
           OPEN OUTPUT RANKING.
             IF FS-RANKING NOT EQUAL 00
                MOVE FS-RANKING     TO WRK-FS-ERRO
                MOVE "RANKTRB.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN OUTPUT RELAT-RANKING.
             IF FS-RELAT-RANKING NOT EQUAL 00
                MOVE FS-RELAT-RANKING TO WRK-FS-ERRO
                MOVE "RANKREL.dat"    TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           IF WRK-GERAR-MOVTO EQUAL "S"
               OPEN EXTEND MOVIMENTO
               IF FS-MOVIMENTO NOT EQUAL 00
                  OPEN OUTPUT MOVIMENTO
               END-IF
               IF FS-MOVIMENTO NOT EQUAL 00
                  MOVE FS-MOVIMENTO TO WRK-FS-ERRO
                  MOVE "MOVTO.dat"  TO WRK-ARQ-ERRO
                  PERFORM 9000-TRATA-ERRO
               END-IF
           END-IF.

           MOVE SPACES TO REG-RELAT-RANKING.
           STRING "RANKING DE CLIENTES (CURVA ABC) - PERIODO "
                      DELIMITED BY SIZE
                  WRK-DATA-INICIAL DELIMITED BY SIZE
                  " A "            DELIMITED BY SIZE
                  WRK-DATA-FINAL   DELIMITED BY SIZE
                  " - EMITIDO EM " DELIMITED BY SIZE
                  WRK-HOJE         DELIMITED BY SIZE
                  " - PRGARQ39"    DELIMITED BY SIZE
                  INTO REG-RELAT-RANKING.
           WRITE REG-RELAT-RANKING.
           MOVE ALL "=" TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           INITIALIZE WRK-TABELA-CLASSES.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0110-VALIDAR-DATA                         SECTION.

           MOVE ZEROS TO WRK-DATA-INT.

           IF WRK-DATA-ENTRADA IS NUMERIC
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-NUM
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
           END-IF.

           IF WRK-DATA-INT EQUAL ZEROS
               DISPLAY "DATA INVALIDA: " WRK-DATA-ENTRADA
                   " - PROCESSO ABORTADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       0110-VALIDAR-DATA-FIM. EXIT.


      *-----------------------------------------------------------------
       0120-CALCULAR-CORTE                       SECTION.

      *    CORTE = HOJE MENOS PAR-MESES-DORMENTE MESES. DIA ACIMA DE 28
      *    VIRA 28, PARA A DATA EXISTIR EM QUALQUER MES.
           MOVE WRK-HOJE (1:4) TO WRK-CALC-ANO.
           MOVE WRK-HOJE (5:2) TO WRK-CALC-MES.
           MOVE WRK-HOJE (7:2) TO WRK-CALC-DIA.

           COMPUTE WRK-CALC-MESES = WRK-CALC-ANO * 12
               + WRK-CALC-MES - 1 - PAR-MESES-DORMENTE.

           DIVIDE WRK-CALC-MESES BY 12 GIVING WRK-CALC-ANO
               REMAINDER WRK-CALC-MES.
           ADD 1 TO WRK-CALC-MES.

           IF WRK-CALC-DIA > 28
               MOVE 28 TO WRK-CALC-DIA
           END-IF.

           MOVE WRK-CALC-ANO TO WRK-DATA-CORTE (1:4).
           MOVE WRK-CALC-MES TO WRK-DATA-CORTE (5:2).
           MOVE WRK-CALC-DIA TO WRK-DATA-CORTE (7:2).

           DISPLAY "CLIENTE DORMENTE: ATIVO SEM PEDIDO DESDE "
               WRK-DATA-CORTE " (" PAR-MESES-DORMENTE " MESES).".

       0120-CALCULAR-CORTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-ACUMULAR                             SECTION.

           MOVE LOW-VALUES TO PED-ID-CLIENTE.
           START PEDIDOS KEY IS NOT LESS THAN PED-ID-CLIENTE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
           END-START.

           IF WRK-FIM-PEDIDOS NOT EQUAL "S"
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ
           END-IF.

           PERFORM UNTIL WRK-FIM-PEDIDOS EQUAL "S"
               IF PED-ID-CLIENTE NOT EQUAL WRK-CLIENTE-ATUAL
                   IF WRK-CLIENTE-ATUAL NOT EQUAL SPACES
                       PERFORM 0220-QUEBRA-CLIENTE
                   END-IF
                   MOVE PED-ID-CLIENTE TO WRK-CLIENTE-ATUAL
                   MOVE ZEROS  TO WRK-CLI-QTD
                   MOVE ZEROS  TO WRK-CLI-VALOR
                   MOVE SPACES TO WRK-CLI-PRIMEIRO
                   MOVE SPACES TO WRK-CLI-ULTIMO
                   MOVE SPACES TO WRK-CLI-ULTIMO-GERAL
               END-IF

               PERFORM 0210-ACUMULA-PEDIDO

               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ
           END-PERFORM.

           IF WRK-CLIENTE-ATUAL NOT EQUAL SPACES
               PERFORM 0220-QUEBRA-CLIENTE
           END-IF.

           CLOSE RANKING.

           OPEN INPUT RANKING.
             IF FS-RANKING NOT EQUAL 00
                MOVE FS-RANKING     TO WRK-FS-ERRO
                MOVE "RANKTRB.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0200-ACUMULAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-ACUMULA-PEDIDO                       SECTION.

           ADD 1 TO WRK-QTD-PED-LIDOS.

      *    PEDIDO SEM DATA VALIDA NAO ENTRA NO PERIODO NEM NA DATA DO
      *    ULTIMO PEDIDO.
           IF PED-DATA NOT NUMERIC
               ADD 1 TO WRK-QTD-PED-SEM-DATA
               GO TO 0210-ACUMULA-PEDIDO-FIM
           END-IF.

           IF WRK-CLI-ULTIMO-GERAL EQUAL SPACES OR
              PED-DATA > WRK-CLI-ULTIMO-GERAL
               MOVE PED-DATA TO WRK-CLI-ULTIMO-GERAL
           END-IF.

           IF PED-DATA < WRK-DATA-INICIAL OR
              PED-DATA > WRK-DATA-FINAL
               GO TO 0210-ACUMULA-PEDIDO-FIM
           END-IF.

           ADD 1         TO WRK-QTD-PED-PERIODO.
           ADD 1         TO WRK-CLI-QTD.
           ADD PED-VALOR TO WRK-CLI-VALOR.

           IF WRK-CLI-PRIMEIRO EQUAL SPACES OR
              PED-DATA < WRK-CLI-PRIMEIRO
               MOVE PED-DATA TO WRK-CLI-PRIMEIRO
           END-IF.

           IF WRK-CLI-ULTIMO EQUAL SPACES OR
              PED-DATA > WRK-CLI-ULTIMO
               MOVE PED-DATA TO WRK-CLI-ULTIMO
           END-IF.

       0210-ACUMULA-PEDIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-QUEBRA-CLIENTE                       SECTION.

      *    TODO CLIENTE COM PEDIDO E GRAVADO, MESMO SEM PEDIDO NO
      *    PERIODO: A DATA DO ULTIMO PEDIDO SERVE AOS DORMENTES.
           MOVE SPACES               TO REG-RANKING.
           MOVE WRK-CLIENTE-ATUAL    TO RNK-ID.
           MOVE WRK-CLIENTE-ATUAL    TO RNK-ID-ORDEM.
           COMPUTE RNK-VALOR-INV = WRK-VALOR-TETO - WRK-CLI-VALOR.
           MOVE WRK-CLI-QTD          TO RNK-QTD-PEDIDOS.
           MOVE WRK-CLI-VALOR        TO RNK-VALOR-TOTAL.
           MOVE WRK-CLI-PRIMEIRO     TO RNK-PRIMEIRO.
           MOVE WRK-CLI-ULTIMO       TO RNK-ULTIMO.
           MOVE WRK-CLI-ULTIMO-GERAL TO RNK-ULTIMO-GERAL.

           WRITE REG-RANKING.
           IF FS-RANKING NOT EQUAL 00
               MOVE FS-RANKING     TO WRK-FS-ERRO
               MOVE "RANKTRB.dat"  TO WRK-ARQ-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           IF WRK-CLI-QTD > ZEROS
               ADD 1             TO WRK-QTD-CLI-PERIODO
               ADD WRK-CLI-VALOR TO WRK-TOTAL-PERIODO
           END-IF.

       0220-QUEBRA-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-CURVA-ABC                            SECTION.

           MOVE WRK-LINHA-CABEC TO REG-RELAT-RANKING.
           WRITE REG-RELAT-RANKING.
           MOVE ALL "-" TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           IF WRK-QTD-CLI-PERIODO EQUAL ZEROS
               MOVE "NENHUM PEDIDO NO PERIODO." TO REG-RELAT-RANKING
               WRITE REG-RELAT-RANKING
               GO TO 0300-CURVA-ABC-FIM
           END-IF.

           MOVE LOW-VALUES TO RNK-CHAVE-ORDEM.
           START RANKING KEY IS NOT LESS THAN RNK-CHAVE-ORDEM
               INVALID KEY
                   MOVE "S" TO WRK-FIM-RANKING
           END-START.

           IF WRK-FIM-RANKING NOT EQUAL "S"
               READ RANKING NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-RANKING
               END-READ
           END-IF.

      *    OS CLIENTES SEM PEDIDO NO PERIODO FICAM NO FIM DA ORDEM.
           PERFORM UNTIL WRK-FIM-RANKING EQUAL "S"
               IF RNK-QTD-PEDIDOS EQUAL ZEROS
                   MOVE "S" TO WRK-FIM-RANKING
               ELSE
                   PERFORM 0310-CLASSIFICA-CLIENTE
                   READ RANKING NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-RANKING
                   END-READ
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           PERFORM VARYING WRK-CLASSE FROM 1 BY 1 UNTIL WRK-CLASSE > 3
               MOVE WRK-LETRAS-CLASSE (WRK-CLASSE:1) TO WRK-LCL-CLASSE
               MOVE WRK-CLS-QTD (WRK-CLASSE)   TO WRK-LCL-QTD
               MOVE WRK-CLS-VALOR (WRK-CLASSE) TO WRK-LCL-VALOR
               COMPUTE WRK-PCT-CLASSE ROUNDED =
                   WRK-CLS-VALOR (WRK-CLASSE) * 100 / WRK-TOTAL-PERIODO
               MOVE WRK-PCT-CLASSE TO WRK-LCL-PCT
               MOVE WRK-LINHA-CLASSE TO REG-RELAT-RANKING
               WRITE REG-RELAT-RANKING
           END-PERFORM.

       0300-CURVA-ABC-FIM. EXIT.


      *-----------------------------------------------------------------
       0310-CLASSIFICA-CLIENTE                   SECTION.

           ADD 1 TO WRK-POSICAO.

      *    A CLASSE SAI DA RECEITA ACUMULADA ANTES DO CLIENTE: QUEM
      *    CRUZA OS 80% AINDA E "A".
           COMPUTE WRK-PCT-ANTES =
               WRK-VALOR-ACUMULADO * 100 / WRK-TOTAL-PERIODO.

           EVALUATE TRUE
               WHEN WRK-PCT-ANTES < WRK-LIMITE-A
                   MOVE 1 TO WRK-CLASSE
               WHEN WRK-PCT-ANTES < WRK-LIMITE-B
                   MOVE 2 TO WRK-CLASSE
               WHEN OTHER
                   MOVE 3 TO WRK-CLASSE
           END-EVALUATE.

           ADD RNK-VALOR-TOTAL TO WRK-VALOR-ACUMULADO.
           COMPUTE WRK-PCT-ACUMULADO ROUNDED =
               WRK-VALOR-ACUMULADO * 100 / WRK-TOTAL-PERIODO.
           COMPUTE WRK-VALOR-MEDIO ROUNDED =
               RNK-VALOR-TOTAL / RNK-QTD-PEDIDOS.

           ADD 1               TO WRK-CLS-QTD (WRK-CLASSE).
           ADD RNK-VALOR-TOTAL TO WRK-CLS-VALOR (WRK-CLASSE).

           MOVE SPACES            TO WRK-LINHA-CLIENTE.
           MOVE WRK-POSICAO       TO WRK-LIN-POSICAO.
           MOVE RNK-ID            TO WRK-LIN-ID.

           MOVE RNK-ID TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO WRK-LIN-NOME
               NOT INVALID KEY
                   MOVE REG-NOME TO WRK-LIN-NOME
           END-READ.

           MOVE RNK-QTD-PEDIDOS   TO WRK-LIN-QTD.
           MOVE RNK-VALOR-TOTAL   TO WRK-LIN-TOTAL.
           MOVE WRK-VALOR-MEDIO   TO WRK-LIN-MEDIO.
           MOVE RNK-PRIMEIRO      TO WRK-LIN-PRIMEIRO.
           MOVE RNK-ULTIMO        TO WRK-LIN-ULTIMO.
           MOVE WRK-PCT-ACUMULADO TO WRK-LIN-PCT.
           MOVE WRK-LETRAS-CLASSE (WRK-CLASSE:1) TO WRK-LIN-CLASSE.

           MOVE WRK-LINHA-CLIENTE TO REG-RELAT-RANKING.
           WRITE REG-RELAT-RANKING.

       0310-CLASSIFICA-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0400-DORMENTES                            SECTION.

           MOVE SPACES TO REG-RELAT-RANKING.
           WRITE REG-RELAT-RANKING.
           MOVE SPACES TO REG-RELAT-RANKING.
           STRING "CLIENTES ATIVOS SEM PEDIDO DESDE " DELIMITED BY SIZE
                  WRK-DATA-CORTE                      DELIMITED BY SIZE
                  " ("                                DELIMITED BY SIZE
                  PAR-MESES-DORMENTE                  DELIMITED BY SIZE
                  " MESES)"                           DELIMITED BY SIZE
                  INTO REG-RELAT-RANKING.
           WRITE REG-RELAT-RANKING.
           MOVE ALL "=" TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           MOVE LOW-VALUES TO REG-ID.
           START CLIENTES KEY IS NOT LESS THAN REG-ID
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CLIENTES
           END-START.

           IF WRK-FIM-CLIENTES NOT EQUAL "S"
               READ CLIENTES NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-CLIENTES
               END-READ
           END-IF.

           PERFORM UNTIL WRK-FIM-CLIENTES EQUAL "S"
               IF REG-STATUS-ATIVO
                   PERFORM 0410-AVALIAR-DORMENTE
               END-IF
               READ CLIENTES NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-CLIENTES
               END-READ
           END-PERFORM.

       0400-DORMENTES-FIM. EXIT.


      *-----------------------------------------------------------------
       0410-AVALIAR-DORMENTE                     SECTION.

           ADD 1 TO WRK-QTD-ATIVOS.

           MOVE SPACES   TO WRK-LINHA-DORMENTE.
           MOVE REG-ID   TO WRK-LDR-ID.
           MOVE REG-NOME TO WRK-LDR-NOME.

      *    REFERENCIA: ULTIMO PEDIDO DE TODA A HISTORIA OU, PARA QUEM
      *    NUNCA COMPROU, A ULTIMA MANUTENCAO DO CADASTRO.
           MOVE REG-ID TO RNK-ID.
           READ RANKING
               KEY IS RNK-ID
               INVALID KEY
                   MOVE SPACES TO RNK-ULTIMO-GERAL
           END-READ.

           IF RNK-ULTIMO-GERAL NOT EQUAL SPACES
               MOVE RNK-ULTIMO-GERAL      TO WRK-DATA-REFERENCIA
               MOVE "ULTIMO PEDIDO"       TO WRK-LDR-ORIGEM
           ELSE
               MOVE REG-DATA-ULT-MANUT    TO WRK-DATA-REFERENCIA
               MOVE "SEM PEDIDO (CADASTRO)" TO WRK-LDR-ORIGEM
           END-IF.

           MOVE WRK-DATA-REFERENCIA TO WRK-LDR-REFERENCIA.

           IF WRK-DATA-REFERENCIA NOT NUMERIC
               ADD 1 TO WRK-QTD-SEM-REFER
               MOVE "SEM DATA DE REFERENCIA - NAO AVALIADO"
                   TO WRK-LDR-SITUACAO
               MOVE WRK-LINHA-DORMENTE TO REG-RELAT-RANKING
               WRITE REG-RELAT-RANKING
               GO TO 0410-AVALIAR-DORMENTE-FIM
           END-IF.

           IF WRK-DATA-REFERENCIA NOT < WRK-DATA-CORTE
               GO TO 0410-AVALIAR-DORMENTE-FIM
           END-IF.

           ADD 1 TO WRK-QTD-DORMENTES.

           IF WRK-GERAR-MOVTO NOT EQUAL "S"
               MOVE "DORMENTE" TO WRK-LDR-SITUACAO
           ELSE
               CALL "PRGVCPF" USING REG-CPF WRK-CPF-VALIDO
               IF WRK-CPF-VALIDO EQUAL "S"
                   PERFORM 0420-GRAVA-MOVTO
                   MOVE "DORMENTE - INATIVACAO GRAVADA EM MOVTO"
                       TO WRK-LDR-SITUACAO
               ELSE
                   ADD 1 TO WRK-QTD-CPF-INVALIDO
                   MOVE "DORMENTE - CPF INVALIDO, SEM MOVTO"
                       TO WRK-LDR-SITUACAO
               END-IF
           END-IF.

           MOVE WRK-LINHA-DORMENTE TO REG-RELAT-RANKING.
           WRITE REG-RELAT-RANKING.

       0410-AVALIAR-DORMENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0420-GRAVA-MOVTO                          SECTION.

      *    ALTERACAO COMPLETA (LAYOUT DO PRGARQ10): DADOS ATUAIS DO
      *    CADASTRO COM A SITUACAO INATIVA.
           MOVE SPACES       TO REG-MOVTO.
           MOVE "A"          TO MOV-OPERACAO.
           MOVE REG-ID       TO MOV-ID.
           MOVE REG-NOME     TO MOV-NOME.
           MOVE REG-TELEFONE TO MOV-TELEFONE.
           MOVE REG-CPF      TO MOV-CPF.
           MOVE REG-EMAIL    TO MOV-EMAIL.
           MOVE "I"          TO MOV-STATUS.
           WRITE REG-MOVTO.

           IF FS-MOVIMENTO NOT EQUAL 00
               MOVE FS-MOVIMENTO TO WRK-FS-ERRO
               MOVE "MOVTO.dat"  TO WRK-ARQ-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           ADD 1 TO WRK-QTD-MOVTO.

       0420-GRAVA-MOVTO-FIM. EXIT.


      *-----------------------------------------------------------------
       0500-FINALIZAR                            SECTION.

           MOVE ALL "-" TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "PEDIDOS LIDOS.........: " DELIMITED BY SIZE
                  WRK-QTD-PED-LIDOS          DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "PEDIDOS NO PERIODO....: " DELIMITED BY SIZE
                  WRK-QTD-PED-PERIODO        DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "CLIENTES NO PERIODO...: " DELIMITED BY SIZE
                  WRK-QTD-CLI-PERIODO        DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "CLIENTES ATIVOS.......: " DELIMITED BY SIZE
                  WRK-QTD-ATIVOS             DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "DORMENTES.............: " DELIMITED BY SIZE
                  WRK-QTD-DORMENTES          DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "INATIVACOES EM MOVTO..: " DELIMITED BY SIZE
                  WRK-QTD-MOVTO              DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
           WRITE REG-RELAT-RANKING.

           IF WRK-QTD-CPF-INVALIDO > ZEROS
               MOVE SPACES TO WRK-LINHA-RELAT
               STRING "DORMENTES SEM MOVTO (CPF INVALIDO): "
                          DELIMITED BY SIZE
                      WRK-QTD-CPF-INVALIDO DELIMITED BY SIZE
                      INTO WRK-LINHA-RELAT
               MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
               WRITE REG-RELAT-RANKING
           END-IF.

           IF WRK-QTD-SEM-REFER > ZEROS
               MOVE SPACES TO WRK-LINHA-RELAT
               STRING "ATIVOS SEM DATA DE REFERENCIA: "
                          DELIMITED BY SIZE
                      WRK-QTD-SEM-REFER DELIMITED BY SIZE
                      INTO WRK-LINHA-RELAT
               MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
               WRITE REG-RELAT-RANKING
           END-IF.

           IF WRK-QTD-PED-SEM-DATA > ZEROS
               MOVE SPACES TO WRK-LINHA-RELAT
               STRING "PEDIDOS SEM DATA VALIDA (FORA DO RANKING): "
                          DELIMITED BY SIZE
                      WRK-QTD-PED-SEM-DATA DELIMITED BY SIZE
                      INTO WRK-LINHA-RELAT
               MOVE WRK-LINHA-RELAT TO REG-RELAT-RANKING
               WRITE REG-RELAT-RANKING
           END-IF.

           DISPLAY WRK-MSG-FIM.
           DISPLAY "PEDIDOS NO PERIODO....: " WRK-QTD-PED-PERIODO.
           DISPLAY "CLIENTES NO PERIODO...: " WRK-QTD-CLI-PERIODO.
           DISPLAY "DORMENTES.............: " WRK-QTD-DORMENTES.
           DISPLAY "RELATORIO GRAVADO EM RANKREL.dat".

           IF WRK-GERAR-MOVTO EQUAL "S"
               DISPLAY "INATIVACOES EM MOVTO..: " WRK-QTD-MOVTO
               DISPLAY "APLIQUE MOVTO.dat PELO PRGARQ10."
               CLOSE MOVIMENTO
           END-IF.

           CLOSE PEDIDOS.
           CLOSE CLIENTES.
           CLOSE RANKING.
           CLOSE RELAT-RANKING.

       0500-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------

       9000-TRATA-ERRO                           SECTION.

           EVALUATE WRK-FS-ERRO
               WHEN 35
                   DISPLAY "ARQUIVO " WRK-ARQ-ERRO " NAO EXISTE!"
               WHEN 30 THRU 49
                   DISPLAY "ERRO DE E/S AO ABRIR " WRK-ARQ-ERRO
                       ". STATUS.." WRK-FS-ERRO
               WHEN 90 THRU 99
                   DISPLAY "ARQUIVO " WRK-ARQ-ERRO " BLOQUEADO OU SEM "
                       "PERMISSAO DE ACESSO. STATUS.." WRK-FS-ERRO
               WHEN OTHER
                   DISPLAY WRK-MSG-ERRO
           END-EVALUATE.

           MOVE 12 TO RETURN-CODE.
           GOBACK.

       9000-TRATA-ERRO-FIM. EXIT.
      *-----------------------------------------------------------------
