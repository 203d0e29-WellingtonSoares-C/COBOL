       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ29.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : BAIXA DIARIA DE PAGAMENTOS (CONTAS A RECEBER).
      *==                LE O ARQUIVO DE PAGAMENTOS DO BANCO
      *==                (PAGTOS.dat), UM PAGAMENTO POR LINHA, E BAIXA
      *==                CADA UM CONTRA O PEDIDO (PED-NUMERO) EM
      *==                PEDIDOS.dat: O VALOR E SOMADO A PED-VALOR-PAGO
      *==                (PAGAMENTO PARCIAL PERMITIDO) E, QUANDO O SALDO
      *==                ZERA, O PEDIDO PASSA A FECHADO COM A DATA DO
      *==                PAGAMENTO EM PED-DATA-FECHAMENTO. PAGAMENTO QUE
      *==                NAO CASA COM UM PEDIDO EM ABERTO VAI PARA A
      *==                LISTAGEM DE REJEITADOS PAGREJ.dat COM O MOTIVO;
      *==                CADA BAIXA EFETIVADA E REGISTRADA EM
      *==                PAGHIST.dat.
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *==              - 15/10/2026 - A BAIXA PASSA A SER IDEMPOTENTE:
      *==                CADA PAGAMENTO E IDENTIFICADO POR
      *==                PAG-NUMERO-PEDIDO + PAG-DOCUMENTO, GRAVADO
      *==                AGORA NO FIM DA LINHA DE PAGHIST.dat E
      *==                CARREGADO EM TABELA NO INICIO. PAGAMENTO JA
      *==                BAIXADO (PAGTOS.dat REPROCESSADO OU REPETIDO NO
      *==                ARQUIVO) E PAGAMENTO SEM DOCUMENTO VAO PARA
      *==                PAGREJ.dat COM O MOTIVO.
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

           SELECT PAGAMENTOS ASSIGN TO DYNAMIC
               WRK-CAM-PAGTOS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PAGAMENTOS.

           SELECT REJEITADOS ASSIGN TO DYNAMIC
               WRK-CAM-PAGREJ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-REJEITADOS.

           SELECT HISTORICO ASSIGN TO DYNAMIC
               WRK-CAM-PAGHIST
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-HISTORICO.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD PEDIDOS.
           COPY PEDREG.

       FD PAGAMENTOS.
       01  REG-PAGTO.
           05 PAG-NUMERO-PEDIDO  PIC X(06).
           05 PAG-DATA           PIC X(08).
           05 PAG-VALOR          PIC X(09).
           05 PAG-DOCUMENTO      PIC X(20).

       FD REJEITADOS.
       01  REG-REJEITA           PIC X(80).

       FD HISTORICO.
       01  REG-HISTORICO         PIC X(90).

       WORKING-STORAGE                           SECTION.
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-PAGAMENTOS         PIC 9(02).
       77  FS-REJEITADOS         PIC 9(02).
       77  FS-HISTORICO          PIC 9(02).

       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-PAGTOS        PIC X(100) VALUE SPACES.
       77  WRK-CAM-PAGREJ        PIC X(100) VALUE SPACES.
       77  WRK-CAM-PAGHIST       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-FIM-PAGTOS        PIC X(01) VALUE "N".
       77  WRK-FIM-HISTORICO     PIC X(01) VALUE "N".
       77  WRK-JA-BAIXADO        PIC X(01) VALUE "N".
       77  WRK-BXA-USADOS        PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-BXA           PIC 9(05) VALUE ZEROS.

      *    PAGAMENTOS JA BAIXADOS (PEDIDO + DOCUMENTO), LIDOS DE
      *    PAGHIST.dat NO INICIO E ACRESCIDOS A CADA BAIXA.
       01  WRK-TABELA-BAIXAS.
           05 WRK-BXA-ENTRADA     OCCURS 10000 TIMES.
              10 WRK-BXA-PEDIDO   PIC X(06).
              10 WRK-BXA-DOCUMENTO PIC X(20).

       77  WRK-QTD-LIDOS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BAIXADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-QUITADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ARQUIVO NAO EXISTE!".

       77  WRK-MOTIVO            PIC X(30) VALUE SPACES.

       77  WRK-VALOR-NUM         PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-PAGTO       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DATA-NUM          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT          PIC 9(07) VALUE ZEROS.

       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.

       01  WRK-LINHA-REJEITA.
           05 WRK-REJ-PAGTO      PIC X(43).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-REJ-MOTIVO     PIC X(30).

       01  WRK-LINHA-HISTORICO.
           05 WRK-HIS-TIMESTAMP  PIC X(21).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-HIS-PEDIDO     PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-HIS-DATA       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-HIS-VALOR      PIC 9(07)V99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-HIS-SALDO      PIC 9(07)V99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-HIS-STATUS     PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-HIS-DOCUMENTO  PIC X(20).
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

           MOVE "PAGTOS.dat" TO WRK-CAM-PAGTOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PAGTOS REG-PARAMETROS.

           MOVE "PAGREJ.dat" TO WRK-CAM-PAGREJ.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PAGREJ REG-PARAMETROS.

           MOVE "PAGHIST.dat" TO WRK-CAM-PAGHIST.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PAGHIST REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           OPEN I-O PEDIDOS.
             IF FS-PEDIDOS NOT EQUAL 00
                MOVE FS-PEDIDOS     TO WRK-FS-ERRO
                MOVE "PEDIDOS.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN INPUT PAGAMENTOS.
             IF FS-PAGAMENTOS NOT EQUAL 00
                MOVE FS-PAGAMENTOS  TO WRK-FS-ERRO
                MOVE "PAGTOS.dat"   TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN OUTPUT REJEITADOS.
             IF FS-REJEITADOS NOT EQUAL 00
                MOVE FS-REJEITADOS  TO WRK-FS-ERRO
                MOVE "PAGREJ.dat"   TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           PERFORM 0110-CARREGAR-BAIXAS.

           OPEN EXTEND HISTORICO.
             IF FS-HISTORICO NOT EQUAL 00
                OPEN OUTPUT HISTORICO
                CLOSE HISTORICO
                OPEN EXTEND HISTORICO
             END-IF.

             IF FS-HISTORICO NOT EQUAL 00
                MOVE FS-HISTORICO   TO WRK-FS-ERRO
                MOVE "PAGHIST.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0110-CARREGAR-BAIXAS                      SECTION.

      *    LINHAS ANTIGAS DE PAGHIST.dat, SEM O DOCUMENTO, NAO ENTRAM
      *    NA TABELA. SEM ESPACO PARA TODO O HISTORICO A BAIXA NAO
      *    RODA, PARA NAO CORRER O RISCO DE BAIXAR DUAS VEZES.
           OPEN INPUT HISTORICO.
             IF FS-HISTORICO NOT EQUAL 00
                GO TO 0110-CARREGAR-BAIXAS-FIM
             END-IF.

           MOVE "N" TO WRK-FIM-HISTORICO.

           READ HISTORICO
               AT END MOVE "S" TO WRK-FIM-HISTORICO
           END-READ.

           PERFORM UNTIL WRK-FIM-HISTORICO EQUAL "S"
               MOVE REG-HISTORICO TO WRK-LINHA-HISTORICO
               IF WRK-HIS-DOCUMENTO NOT EQUAL SPACES
                   IF WRK-BXA-USADOS < 10000
                       ADD 1 TO WRK-BXA-USADOS
                       MOVE WRK-HIS-PEDIDO
                           TO WRK-BXA-PEDIDO (WRK-BXA-USADOS)
                       MOVE WRK-HIS-DOCUMENTO
                           TO WRK-BXA-DOCUMENTO (WRK-BXA-USADOS)
                   ELSE
                       DISPLAY "TABELA DE PAGAMENTOS BAIXADOS CHEIA - "
                           "BAIXA NAO INICIADA."
                       CLOSE HISTORICO
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF

               READ HISTORICO
                   AT END MOVE "S" TO WRK-FIM-HISTORICO
               END-READ
           END-PERFORM.

           CLOSE HISTORICO.

       0110-CARREGAR-BAIXAS-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           READ PAGAMENTOS
               AT END MOVE "S" TO WRK-FIM-PAGTOS
           END-READ.

           PERFORM UNTIL WRK-FIM-PAGTOS EQUAL "S"
               ADD 1 TO WRK-QTD-LIDOS
               PERFORM 0210-BAIXAR-PAGAMENTO

               READ PAGAMENTOS
                   AT END MOVE "S" TO WRK-FIM-PAGTOS
               END-READ
           END-PERFORM.

       0200-PROCESSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-BAIXAR-PAGAMENTO                     SECTION.

           MOVE SPACES TO WRK-MOTIVO.

           IF PAG-VALOR NOT NUMERIC
               MOVE "VALOR DEVE SER NUMERICO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           MOVE PAG-VALOR TO WRK-VALOR-NUM.
           COMPUTE WRK-VALOR-PAGTO = WRK-VALOR-NUM / 100.

           IF WRK-VALOR-PAGTO EQUAL ZEROS
               MOVE "VALOR ZERADO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           IF PAG-DATA NOT NUMERIC
               MOVE "DATA INVALIDA" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           MOVE PAG-DATA TO WRK-DATA-NUM.
           COMPUTE WRK-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).

           IF WRK-DATA-INT EQUAL ZEROS
               MOVE "DATA INVALIDA" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

      *    O MESMO PAGAMENTO (PEDIDO + DOCUMENTO) NUNCA E BAIXADO DUAS
      *    VEZES, MESMO COM PAGTOS.dat REPROCESSADO.
           IF PAG-DOCUMENTO EQUAL SPACES
               MOVE "DOCUMENTO NAO INFORMADO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           PERFORM 0220-VERIFICA-BAIXADO.

           IF WRK-JA-BAIXADO EQUAL "S"
               MOVE "PAGAMENTO JA BAIXADO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           IF WRK-BXA-USADOS NOT LESS THAN 10000
               MOVE "TABELA DE BAIXAS CHEIA" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           MOVE PAG-NUMERO-PEDIDO TO PED-NUMERO.
           READ PEDIDOS
               KEY IS PED-NUMERO
               INVALID KEY
                   MOVE "PEDIDO NAO CADASTRADO" TO WRK-MOTIVO
                   PERFORM 0400-REJEITAR
                   GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-READ.

           IF PED-STATUS-FECHADO
               MOVE "PEDIDO JA FECHADO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           COMPUTE WRK-SALDO = PED-VALOR - PED-VALOR-PAGO.

           IF WRK-VALOR-PAGTO > WRK-SALDO
               MOVE "VALOR MAIOR QUE O SALDO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           ADD WRK-VALOR-PAGTO TO PED-VALOR-PAGO.
           SUBTRACT WRK-VALOR-PAGTO FROM WRK-SALDO.
           MOVE PAG-DATA TO PED-DATA-ULT-PAGTO.

           IF WRK-SALDO EQUAL ZEROS
               MOVE "F"      TO PED-STATUS
               MOVE PAG-DATA TO PED-DATA-FECHAMENTO
           END-IF.

           REWRITE REG-PEDIDOS.
           IF FS-PEDIDOS NOT EQUAL 00
               MOVE "ERRO AO REGRAVAR O PEDIDO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-BAIXAR-PAGAMENTO-FIM
           END-IF.

           ADD 1 TO WRK-BXA-USADOS.
           MOVE PAG-NUMERO-PEDIDO TO WRK-BXA-PEDIDO (WRK-BXA-USADOS).
           MOVE PAG-DOCUMENTO     TO WRK-BXA-DOCUMENTO (WRK-BXA-USADOS).

           ADD 1 TO WRK-QTD-BAIXADOS.
           ADD WRK-VALOR-PAGTO TO WRK-TOTAL-BAIXADO.
           IF PED-STATUS-FECHADO
               ADD 1 TO WRK-QTD-QUITADOS
           END-IF.

           PERFORM 0500-GRAVA-HISTORICO.

       0210-BAIXAR-PAGAMENTO-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-VERIFICA-BAIXADO                     SECTION.

           MOVE "N" TO WRK-JA-BAIXADO.

           PERFORM VARYING WRK-IDX-BXA FROM 1 BY 1
               UNTIL WRK-IDX-BXA > WRK-BXA-USADOS
                  OR WRK-JA-BAIXADO EQUAL "S"
               IF WRK-BXA-PEDIDO (WRK-IDX-BXA) EQUAL PAG-NUMERO-PEDIDO
                  AND WRK-BXA-DOCUMENTO (WRK-IDX-BXA) EQUAL
                      PAG-DOCUMENTO
                   MOVE "S" TO WRK-JA-BAIXADO
               END-IF
           END-PERFORM.

       0220-VERIFICA-BAIXADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0400-REJEITAR                             SECTION.

           ADD 1 TO WRK-QTD-REJEITADOS.

           MOVE SPACES      TO WRK-LINHA-REJEITA.
           MOVE REG-PAGTO   TO WRK-REJ-PAGTO.
           MOVE WRK-MOTIVO  TO WRK-REJ-MOTIVO.
           MOVE WRK-LINHA-REJEITA TO REG-REJEITA.
           WRITE REG-REJEITA.

       0400-REJEITAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0500-GRAVA-HISTORICO                      SECTION.

           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE SPACES          TO WRK-LINHA-HISTORICO.
           MOVE WRK-TIMESTAMP   TO WRK-HIS-TIMESTAMP.
           MOVE PED-NUMERO      TO WRK-HIS-PEDIDO.
           MOVE PAG-DATA        TO WRK-HIS-DATA.
           MOVE WRK-VALOR-PAGTO TO WRK-HIS-VALOR.
           MOVE WRK-SALDO       TO WRK-HIS-SALDO.
           MOVE PED-STATUS      TO WRK-HIS-STATUS.
           MOVE PAG-DOCUMENTO   TO WRK-HIS-DOCUMENTO.
           MOVE WRK-LINHA-HISTORICO TO REG-HISTORICO.
           WRITE REG-HISTORICO.
             IF FS-HISTORICO NOT EQUAL 00
                DISPLAY "AVISO: FALHA AO GRAVAR PAGHIST.dat. STATUS.."
                    FS-HISTORICO
             END-IF.

       0500-GRAVA-HISTORICO-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             MOVE WRK-TOTAL-BAIXADO TO WRK-TOTAL-EDIT.
             DISPLAY WRK-MSG-FIM.
             DISPLAY "PAGAMENTOS LIDOS......: " WRK-QTD-LIDOS.
             DISPLAY "PAGAMENTOS BAIXADOS...: " WRK-QTD-BAIXADOS.
             DISPLAY "PEDIDOS QUITADOS......: " WRK-QTD-QUITADOS.
             DISPLAY "PAGAMENTOS REJEITADOS.: " WRK-QTD-REJEITADOS.
             DISPLAY "VALOR TOTAL BAIXADO...: " WRK-TOTAL-EDIT.
             DISPLAY "REJEITADOS GRAVADOS EM PAGREJ.dat".
             CLOSE PEDIDOS.
             CLOSE PAGAMENTOS.
             CLOSE REJEITADOS.
             CLOSE HISTORICO.

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
