      *==                SOBREVIVENTE EM VEZ DE SAIR COMO NAO
      *==                ENCONTRADO, COM A SITUACAO "REDIR. P/ NNNN"
      *==                NO RELATORIO.
      *==              - 15/10/2026 - O RESUMO DE PEDIDOS DA PROCURA
      *==                POR ID PASSA A LISTAR CADA PEDIDO DO CLIENTE
      *==                COM OS SEUS ITENS (PRODUTO, DESCRICAO DE
      *==                PRODUTOS.dat, QUANTIDADE E VALOR), LIDOS DE
      *==                ITENSPED.dat (GRAVADO PELO PRGARQ21).
      *==              - 15/10/2026 - O RESUMO DE PEDIDOS PASSA A
      *==                EXIBIR O VALOR PAGO DE CADA PEDIDO E O SALDO
      *==                EM ABERTO DO CLIENTE (CONTAS A RECEBER).
      *==              - 15/10/2026 - A PROCURA PASSA A EXIGIR OPERADOR
      *==                IDENTIFICADO (PRGSESSAO/OPERADOR.dat) COM
      *==                PERFIL QUE A ALCANCE. O ID DO OPERADOR E
      *==                GRAVADO NO FIM DE CADA LINHA DE LOG.dat
      *==                (WRK-LOG-OPERADOR).
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *=================================================================
       ENVIRONMENT                               DIVISION.


       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DYNAMIC
               WRK-CAM-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT LOTE-IDS ASSIGN TO DYNAMIC
               WRK-CAM-LOTE-IDS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LOTE-IDS.

           SELECT RELAT-LOTE ASSIGN TO DYNAMIC
               WRK-CAM-RELAT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-LOTE.

           SELECT SEARCH-LOG ASSIGN TO DYNAMIC
               WRK-CAM-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-SEARCH-LOG.

           SELECT CKPT-LOTE ASSIGN TO DYNAMIC
               WRK-CAM-CKPT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CKPT-LOTE.

           SELECT PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

           SELECT XREF ASSIGN TO DYNAMIC
               WRK-CAM-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-XREF.

           SELECT PRODUTOS ASSIGN TO DYNAMIC
               WRK-CAM-PRODUTOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRD-CODIGO
             FILE STATUS IS FS-PRODUTOS.

           SELECT ITENS-PEDIDO ASSIGN TO DYNAMIC
               WRK-CAM-ITENSPED
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ITP-CHAVE
             FILE STATUS IS FS-ITENS-PEDIDO.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
           05 FILLER             PIC X(02).
           05 XRF-ID-NOVO        PIC X(04).

       FD PRODUTOS.
           COPY PRDREG.

       FD ITENS-PEDIDO.
           COPY ITPREG.

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES           PIC 9(02).
       77  FS-LOTE-IDS           PIC 9(02).
       77  FS-CKPT-LOTE          PIC 9(02).
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-XREF               PIC 9(02).
       77  FS-PRODUTOS           PIC 9(02).
       77  FS-ITENS-PEDIDO       PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-LOTE-IDS      PIC X(100) VALUE SPACES.
       77  WRK-CAM-RELAT         PIC X(100) VALUE SPACES.
       77  WRK-CAM-LOG           PIC X(100) VALUE SPACES.
       77  WRK-CAM-CKPT          PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-XREF          PIC X(100) VALUE SPACES.
       77  WRK-CAM-PRODUTOS      PIC X(100) VALUE SPACES.
       77  WRK-CAM-ITENSPED      PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-XREF          PIC X(01) VALUE "N".
       77  WRK-XRF-USADOS        PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-PED-ABERTOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PED-FECHADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-PEDIDOS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-PEDIDOS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PAGO-EDIT         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-TEM-PRODUTOS      PIC X(01) VALUE "N".
       77  WRK-TEM-ITENS         PIC X(01) VALUE "N".
       77  WRK-FIM-ITENS         PIC X(01) VALUE "N".
       77  WRK-QTD-ITENS-PED     PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ITEM        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-EDIT          PIC ZZZZ9 VALUE ZEROS.

       77  WRK-CKPT-EXISTE       PIC X(01) VALUE "N".
       77  WRK-CKPT-ACHADO       PIC X(01) VALUE "N".


       77  WRK-LOG-ACHADO        PIC X(01) VALUE "N".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ6".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       01  WRK-CLIENTES.
           05 WRK-ID         PIC 9(04).
           05 WRK-NOME       PIC X(20).
           05 WRK-LOG-STATUS     PIC 9(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LOG-RESULTADO  PIC X(15).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LOG-OPERADOR   PIC X(08).

       01  WRK-LINHA-RELAT.
           05 WRK-REL-ID         PIC X(04).
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

           MOVE "CLIENTES.dat" TO WRK-CAM-CLIENTES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIENTES REG-PARAMETROS.

           MOVE "LOTE_IDS.dat" TO WRK-CAM-LOTE-IDS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LOTE-IDS REG-PARAMETROS.

           MOVE "RELAT.dat" TO WRK-CAM-RELAT.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-RELAT REG-PARAMETROS.

           MOVE "LOG.dat" TO WRK-CAM-LOG.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LOG REG-PARAMETROS.

           MOVE "CKPT.dat" TO WRK-CAM-CKPT.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CKPT REG-PARAMETROS.

           MOVE "PEDIDOS.dat" TO WRK-CAM-PEDIDOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDIDOS REG-PARAMETROS.

           MOVE "XREF.dat" TO WRK-CAM-XREF.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-XREF REG-PARAMETROS.

           MOVE "PRODUTOS.dat" TO WRK-CAM-PRODUTOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PRODUTOS REG-PARAMETROS.

           MOVE "ITENSPED.dat" TO WRK-CAM-ITENSPED.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ITENSPED REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           MOVE "V" TO WRK-SES-ACAO.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO NOT EQUAL "S"
               DISPLAY "PROGRAMA NAO AUTORIZADO PARA O OPERADOR."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLIENTES.

             IF FS-CLIENTES NOT EQUAL 00
                MOVE "S" TO WRK-TEM-PEDIDOS
             END-IF.

           OPEN INPUT PRODUTOS.
             IF FS-PRODUTOS EQUAL 00
                MOVE "S" TO WRK-TEM-PRODUTOS
             END-IF.

           OPEN INPUT ITENS-PEDIDO.
             IF FS-ITENS-PEDIDO EQUAL 00
                MOVE "S" TO WRK-TEM-ITENS
             END-IF.

           DISPLAY "MODO (I)NTERATIVO OU (L)OTE (LENDO LOTE_IDS.dat)?"
               ACCEPT WRK-MODO.


           MOVE ZEROS TO WRK-QTD-PED-ABERTOS
                         WRK-QTD-PED-FECHADOS
                         WRK-VALOR-PEDIDOS
                         WRK-SALDO-PEDIDOS.
           MOVE "N"   TO WRK-FIM-PEDIDOS.

           MOVE REG-ID TO PED-ID-CLIENTE.
                       ADD 1 TO WRK-QTD-PED-FECHADOS
                   END-IF
                   ADD PED-VALOR TO WRK-VALOR-PEDIDOS
                   IF PED-STATUS-ABERTO
                       COMPUTE WRK-SALDO-PEDIDOS = WRK-SALDO-PEDIDOS +
                           PED-VALOR - PED-VALOR-PAGO
                   END-IF
                   MOVE PED-VALOR TO WRK-VALOR-EDIT
                   MOVE PED-VALOR-PAGO TO WRK-PAGO-EDIT
                   DISPLAY "PEDIDO " PED-NUMERO " DE " PED-DATA
                       " STATUS " PED-STATUS " VALOR " WRK-VALOR-EDIT
                       " PAGO " WRK-PAGO-EDIT
                   PERFORM 0218-ITENS-PEDIDO
                   READ PEDIDOS NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-PEDIDOS
                   END-READ
               DISPLAY "PEDIDOS EM ABERTO.." WRK-QTD-PED-ABERTOS
               DISPLAY "PEDIDOS FECHADOS..." WRK-QTD-PED-FECHADOS
               DISPLAY "VALOR TOTAL........" WRK-VALOR-EDIT
               MOVE WRK-SALDO-PEDIDOS TO WRK-VALOR-EDIT
               DISPLAY "SALDO EM ABERTO...." WRK-VALOR-EDIT
           END-IF.

       0217-RESUMO-PEDIDOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0218-ITENS-PEDIDO                         SECTION.

           IF WRK-TEM-ITENS NOT EQUAL "S"
               GO TO 0218-ITENS-PEDIDO-FIM
           END-IF.

           MOVE ZEROS TO WRK-QTD-ITENS-PED.
           MOVE "N"   TO WRK-FIM-ITENS.

           MOVE PED-NUMERO TO ITP-NUMERO.
           MOVE ZEROS      TO ITP-LINHA.
           START ITENS-PEDIDO KEY IS NOT LESS THAN ITP-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ITENS
           END-START.

           IF WRK-FIM-ITENS NOT EQUAL "S"
               READ ITENS-PEDIDO NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-ITENS
               END-READ
           END-IF.

           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               IF ITP-NUMERO NOT EQUAL PED-NUMERO
                   MOVE "S" TO WRK-FIM-ITENS
               ELSE
                   ADD 1 TO WRK-QTD-ITENS-PED
                   MOVE "(PRODUTO NAO CADASTRADO)" TO PRD-DESCRICAO
                   IF WRK-TEM-PRODUTOS EQUAL "S"
                       MOVE ITP-PRODUTO TO PRD-CODIGO
                       READ PRODUTOS
                           KEY IS PRD-CODIGO
                           INVALID KEY
                               MOVE "(PRODUTO NAO CADASTRADO)"
                                   TO PRD-DESCRICAO
                       END-READ
                   END-IF
                   COMPUTE WRK-VALOR-ITEM =
                       ITP-QUANTIDADE * ITP-PRECO-UNIT
                   MOVE ITP-QUANTIDADE TO WRK-QTD-EDIT
                   MOVE WRK-VALOR-ITEM TO WRK-VALOR-EDIT
                   DISPLAY "   ITEM " ITP-LINHA " " ITP-PRODUTO " "
                       PRD-DESCRICAO " QTD " WRK-QTD-EDIT
                       " VALOR " WRK-VALOR-EDIT
                   READ ITENS-PEDIDO NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-ITENS
                   END-READ
               END-IF
           END-PERFORM.

           IF WRK-QTD-ITENS-PED EQUAL ZEROS
               DISPLAY "   SEM ITENS REGISTRADOS"
           END-IF.

       0218-ITENS-PEDIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0215-PROCESSAR-CPF                        SECTION.


           MOVE WRK-TIMESTAMP   TO WRK-LOG-TIMESTAMP.
           MOVE FS-CLIENTES     TO WRK-LOG-STATUS.
           MOVE WRK-SES-OPERADOR TO WRK-LOG-OPERADOR.
           MOVE WRK-LINHA-LOG   TO REG-SEARCH-LOG.
           WRITE REG-SEARCH-LOG.

                 CLOSE PEDIDOS
             END-IF.

             IF WRK-TEM-PRODUTOS EQUAL "S"
                 CLOSE PRODUTOS
             END-IF.

             IF WRK-TEM-ITENS EQUAL "S"
                 CLOSE ITENS-PEDIDO
             END-IF.

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------
