       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ30.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RELATORIO DE ENVELHECIMENTO (AGING) DO CONTAS A
      *==                RECEBER. PERCORRE PEDIDOS.dat PELA CHAVE
      *==                ALTERNATIVA PED-ID-CLIENTE E, COM QUEBRA POR
      *==                CLIENTE, DISTRIBUI O SALDO EM ABERTO DE CADA
      *==                PEDIDO (PED-VALOR MENOS PED-VALOR-PAGO) PELA
      *==                IDADE CONTADA DE PED-DATA: CORRENTE (ATE 30
      *==                DIAS), 31 A 60, 61 A 90 E ACIMA DE 90 DIAS.
      *==                CADA LINHA TRAZ O NOME DO CLIENTE
      *==                (CLIENTES.dat) E O LIMITE DE CREDITO
      *==                (LIMITES.dat), MARCANDO QUEM ESTA ACIMA DELE.
      *==                GRAVA AGING.dat COM TOTAIS GERAIS NO FINAL.
      *==                EXECUTAVEL SEM INTERVENCAO DO OPERADOR.
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT LIMITES ASSIGN TO DYNAMIC
               WRK-CAM-LIMITES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LIM-ID-CLIENTE
             FILE STATUS IS FS-LIMITES.

           SELECT RELAT-AGING ASSIGN TO DYNAMIC
               WRK-CAM-AGING
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-AGING.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD PEDIDOS.
           COPY PEDREG.

       FD CLIENTES.
           COPY CLIREG.

       FD LIMITES.
           COPY LIMREG.

       FD RELAT-AGING.
       01  REG-RELAT-AGING       PIC X(120).

       WORKING-STORAGE                           SECTION.
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-CLIENTES           PIC 9(02).
       77  FS-LIMITES            PIC 9(02).
       77  FS-RELAT-AGING        PIC 9(02).

       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-LIMITES       PIC X(100) VALUE SPACES.
       77  WRK-CAM-AGING         PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-TEM-LIMITES       PIC X(01) VALUE "N".
       77  WRK-CLIENTE-ATUAL     PIC X(04) VALUE SPACES.

       77  WRK-DATA-NUM          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT          PIC 9(07) VALUE ZEROS COMP.
       77  WRK-HOJE-INT          PIC 9(07) VALUE ZEROS COMP.
       77  WRK-DIAS-ABERTO       PIC S9(07) VALUE ZEROS COMP.
       77  WRK-SALDO             PIC 9(07)V99 VALUE ZEROS.

       77  WRK-QTD-PEDIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CLIENTES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACIMA-LIMITE  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-DATA      PIC 9(05) VALUE ZEROS.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ARQUIVO NAO EXISTE!".

      *    FAIXAS DO CLIENTE EM QUEBRA: 1 = ATE 30 DIAS, 2 = 31 A 60,
      *    3 = 61 A 90, 4 = ACIMA DE 90.
       77  WRK-FAIXA             PIC 9(01) VALUE ZEROS.
       77  WRK-TOTAL-CLIENTE     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-GERAL       PIC 9(11)V99 VALUE ZEROS.

       01  WRK-TABELA-FAIXAS.
           05 WRK-FXA-CLIENTE     PIC 9(09)V99 OCCURS 4 TIMES.

       01  WRK-TABELA-GERAL.
           05 WRK-FXA-GERAL       PIC 9(11)V99 OCCURS 4 TIMES.

       01  WRK-LINHA-CABEC.
           05 FILLER             PIC X(04) VALUE "ID".
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "NOME".
           05 FILLER             PIC X(17) VALUE "      ATE 30 DIAS".
           05 FILLER             PIC X(17) VALUE "     31 A 60 DIAS".
           05 FILLER             PIC X(17) VALUE "     61 A 90 DIAS".
           05 FILLER             PIC X(17) VALUE "    ACIMA 90 DIAS".
           05 FILLER             PIC X(17) VALUE "      SALDO TOTAL".
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE "LIMITE".

       01  WRK-LINHA-CLIENTE.
           05 WRK-LIN-ID         PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LIN-NOME       PIC X(20).
           05 WRK-LIN-FAIXA      PIC ZZ.ZZZ.ZZZ.ZZ9,99 OCCURS 4 TIMES.
           05 WRK-LIN-TOTAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LIN-LIMITE     PIC X(08).

       01  WRK-LINHA-TOTAL.
           05 FILLER             PIC X(06) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE "TOTAL GERAL".
           05 WRK-TOT-FAIXA      PIC ZZ.ZZZ.ZZZ.ZZ9,99 OCCURS 4 TIMES.
           05 WRK-TOT-GERAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
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

           MOVE "LIMITES.dat" TO WRK-CAM-LIMITES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LIMITES REG-PARAMETROS.

           MOVE "AGING.dat" TO WRK-CAM-AGING.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-AGING REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

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

      *    SEM LIMITES.dat NENHUM CLIENTE TEM LIMITE CONTROLADO.
           OPEN INPUT LIMITES.
             IF FS-LIMITES EQUAL 00
                MOVE "S" TO WRK-TEM-LIMITES
             END-IF.

           OPEN OUTPUT RELAT-AGING.
             IF FS-RELAT-AGING NOT EQUAL 00
                MOVE FS-RELAT-AGING TO WRK-FS-ERRO
                MOVE "AGING.dat"    TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-NUM.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).

           MOVE SPACES TO REG-RELAT-AGING.
           STRING "CONTAS A RECEBER - SALDOS EM ABERTO POR IDADE EM "
                      DELIMITED BY SIZE
                  WRK-DATA-NUM DELIMITED BY SIZE
                  " - PRGARQ30" DELIMITED BY SIZE
                  INTO REG-RELAT-AGING.
           WRITE REG-RELAT-AGING.
           MOVE ALL "-" TO REG-RELAT-AGING
           WRITE REG-RELAT-AGING.
           MOVE WRK-LINHA-CABEC TO REG-RELAT-AGING
           WRITE REG-RELAT-AGING.
           MOVE ALL "-" TO REG-RELAT-AGING
           WRITE REG-RELAT-AGING.

           INITIALIZE WRK-TABELA-GERAL.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

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
                   INITIALIZE WRK-TABELA-FAIXAS
               END-IF

               IF PED-STATUS-ABERTO AND PED-VALOR > PED-VALOR-PAGO
                   PERFORM 0210-CLASSIFICA-PEDIDO
               END-IF

               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ
           END-PERFORM.

           IF WRK-CLIENTE-ATUAL NOT EQUAL SPACES
               PERFORM 0220-QUEBRA-CLIENTE
           END-IF.

       0200-PROCESSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-CLASSIFICA-PEDIDO                    SECTION.

           ADD 1 TO WRK-QTD-PEDIDOS.
           COMPUTE WRK-SALDO = PED-VALOR - PED-VALOR-PAGO.

      *    PEDIDO COM DATA INVALIDA E TRATADO COMO O MAIS ANTIGO.
           MOVE 4 TO WRK-FAIXA.

           IF PED-DATA NOT NUMERIC
               ADD 1 TO WRK-QTD-SEM-DATA
           ELSE
               MOVE PED-DATA TO WRK-DATA-NUM
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
               IF WRK-DATA-INT EQUAL ZEROS
                   ADD 1 TO WRK-QTD-SEM-DATA
               ELSE
                   COMPUTE WRK-DIAS-ABERTO =
                       WRK-HOJE-INT - WRK-DATA-INT
                   EVALUATE TRUE
                       WHEN WRK-DIAS-ABERTO NOT > 30
                           MOVE 1 TO WRK-FAIXA
                       WHEN WRK-DIAS-ABERTO NOT > 60
                           MOVE 2 TO WRK-FAIXA
                       WHEN WRK-DIAS-ABERTO NOT > 90
                           MOVE 3 TO WRK-FAIXA
                       WHEN OTHER
                           MOVE 4 TO WRK-FAIXA
                   END-EVALUATE
               END-IF
           END-IF.

           ADD WRK-SALDO TO WRK-FXA-CLIENTE (WRK-FAIXA).

       0210-CLASSIFICA-PEDIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-QUEBRA-CLIENTE                       SECTION.

           COMPUTE WRK-TOTAL-CLIENTE = WRK-FXA-CLIENTE (1) +
               WRK-FXA-CLIENTE (2) + WRK-FXA-CLIENTE (3) +
               WRK-FXA-CLIENTE (4).

      *    CLIENTE SEM SALDO EM ABERTO NAO APARECE NO RELATORIO.
           IF WRK-TOTAL-CLIENTE EQUAL ZEROS
               GO TO 0220-QUEBRA-CLIENTE-FIM
           END-IF.

           ADD 1 TO WRK-QTD-CLIENTES.

           MOVE SPACES            TO WRK-LINHA-CLIENTE.
           MOVE WRK-CLIENTE-ATUAL TO WRK-LIN-ID.

           MOVE WRK-CLIENTE-ATUAL TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO WRK-LIN-NOME
               NOT INVALID KEY
                   MOVE REG-NOME TO WRK-LIN-NOME
           END-READ.

           MOVE WRK-FXA-CLIENTE (1) TO WRK-LIN-FAIXA (1).
           MOVE WRK-FXA-CLIENTE (2) TO WRK-LIN-FAIXA (2).
           MOVE WRK-FXA-CLIENTE (3) TO WRK-LIN-FAIXA (3).
           MOVE WRK-FXA-CLIENTE (4) TO WRK-LIN-FAIXA (4).
           MOVE WRK-TOTAL-CLIENTE   TO WRK-LIN-TOTAL.

           MOVE "SEM"    TO WRK-LIN-LIMITE.
           IF WRK-TEM-LIMITES EQUAL "S"
               MOVE WRK-CLIENTE-ATUAL TO LIM-ID-CLIENTE
               READ LIMITES
                   KEY IS LIM-ID-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WRK-TOTAL-CLIENTE > LIM-VALOR
                           MOVE "EXCEDIDO" TO WRK-LIN-LIMITE
                           ADD 1 TO WRK-QTD-ACIMA-LIMITE
                       ELSE
                           MOVE "OK"       TO WRK-LIN-LIMITE
                       END-IF
               END-READ
           END-IF.

           MOVE WRK-LINHA-CLIENTE TO REG-RELAT-AGING.
           WRITE REG-RELAT-AGING.

           ADD WRK-FXA-CLIENTE (1) TO WRK-FXA-GERAL (1).
           ADD WRK-FXA-CLIENTE (2) TO WRK-FXA-GERAL (2).
           ADD WRK-FXA-CLIENTE (3) TO WRK-FXA-GERAL (3).
           ADD WRK-FXA-CLIENTE (4) TO WRK-FXA-GERAL (4).
           ADD WRK-TOTAL-CLIENTE   TO WRK-TOTAL-GERAL.

       0220-QUEBRA-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           MOVE ALL "-" TO REG-RELAT-AGING
           WRITE REG-RELAT-AGING.

           MOVE WRK-FXA-GERAL (1) TO WRK-TOT-FAIXA (1).
           MOVE WRK-FXA-GERAL (2) TO WRK-TOT-FAIXA (2).
           MOVE WRK-FXA-GERAL (3) TO WRK-TOT-FAIXA (3).
           MOVE WRK-FXA-GERAL (4) TO WRK-TOT-FAIXA (4).
           MOVE WRK-TOTAL-GERAL   TO WRK-TOT-GERAL.
           MOVE WRK-LINHA-TOTAL   TO REG-RELAT-AGING.
           WRITE REG-RELAT-AGING.

           MOVE SPACES TO REG-RELAT-AGING.
           STRING "CLIENTES COM SALDO....: " DELIMITED BY SIZE
                  WRK-QTD-CLIENTES           DELIMITED BY SIZE
                  INTO REG-RELAT-AGING.
           WRITE REG-RELAT-AGING.

           MOVE SPACES TO REG-RELAT-AGING.
           STRING "PEDIDOS EM ABERTO.....: " DELIMITED BY SIZE
                  WRK-QTD-PEDIDOS            DELIMITED BY SIZE
                  INTO REG-RELAT-AGING.
           WRITE REG-RELAT-AGING.

           MOVE SPACES TO REG-RELAT-AGING.
           STRING "CLIENTES ACIMA DO LIMITE: " DELIMITED BY SIZE
                  WRK-QTD-ACIMA-LIMITE         DELIMITED BY SIZE
                  INTO REG-RELAT-AGING.
           WRITE REG-RELAT-AGING.

           IF WRK-QTD-SEM-DATA > ZEROS
               MOVE SPACES TO REG-RELAT-AGING
               STRING "PEDIDOS SEM DATA VALIDA (NA FAIXA ACIMA DE 90): "
                          DELIMITED BY SIZE
                      WRK-QTD-SEM-DATA DELIMITED BY SIZE
                      INTO REG-RELAT-AGING
               WRITE REG-RELAT-AGING
           END-IF.

           DISPLAY WRK-MSG-FIM.
           DISPLAY "CLIENTES COM SALDO....: " WRK-QTD-CLIENTES.
           DISPLAY "PEDIDOS EM ABERTO.....: " WRK-QTD-PEDIDOS.
           DISPLAY "CLIENTES ACIMA LIMITE.: " WRK-QTD-ACIMA-LIMITE.
           DISPLAY "RELATORIO GRAVADO EM AGING.dat".

           CLOSE PEDIDOS.
           CLOSE CLIENTES.
           IF WRK-TEM-LIMITES EQUAL "S"
               CLOSE LIMITES
           END-IF.
           CLOSE RELAT-AGING.

       0300-FINALIZAR-FIM. EXIT.

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
