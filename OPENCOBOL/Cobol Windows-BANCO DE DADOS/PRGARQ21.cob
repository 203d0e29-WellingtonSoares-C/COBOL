      *==                EXIBIDO PELO PRGARQ6.
      *== DATA        : 02/09/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - O PEDIDO PASSA A TER ITENS: NA
      *==                INCLUSAO O OPERADOR INFORMA PRODUTO (CADASTRO
      *==                PRODUTOS.dat, PRGARQ28) E QUANTIDADE DE CADA
      *==                ITEM; O PRECO UNITARIO VEM DO CADASTRO E FICA
      *==                GRAVADO NO ITEM (ITENSPED.dat) E PED-VALOR
      *==                PASSA A SER A SOMA DOS ITENS, EM VEZ DE
      *==                DIGITADO. A ALTERACAO E A EXCLUSAO EXIBEM OS
      *==                ITENS; O VALOR DE PEDIDO COM ITENS NAO E MAIS
      *==                DIGITADO NA ALTERACAO E A EXCLUSAO DO PEDIDO
      *==                EXCLUI TAMBEM OS SEUS ITENS.
      *==              - 15/10/2026 - CONTAS A RECEBER: A INCLUSAO E
      *==                RECUSADA QUANDO O SALDO EM ABERTO DO CLIENTE
      *==                MAIS O NOVO PEDIDO ULTRAPASSA O LIMITE DE
      *==                CREDITO (LIMITES.dat, PRGARQ31). O PEDIDO SO
      *==                PODE SER FECHADO A MAO COM SALDO ZERO, O VALOR
      *==                NAO PODE FICAR ABAIXO DO JA PAGO E PEDIDO COM
      *==                PAGAMENTO BAIXADO (PRGARQ29) NAO E EXCLUIDO.
      *==              - 15/10/2026 - INCLUSAO DE PEDIDO PASSA A EXIGIR
      *==                ENDERECO DE ENTREGA VALIDO DO CLIENTE
      *==                (ENDERECO.dat, TIPO E): COMPLETO E COM O CEP
      *==                CONFERIDO NA TABELA DOS CORREIOS PELO PRGVEND.
      *==                SEM ELE O PEDIDO E RECUSADO.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *==              - 15/10/2026 - NA INCLUSAO OS ITENS PASSAM A SER
      *==                GRAVADOS ANTES DO CABECALHO: SE UM ITEM FALHA,
      *==                OS JA GRAVADOS SAO EXCLUIDOS E O PEDIDO NAO E
      *==                GRAVADO; SE O CABECALHO FALHA, OS ITENS SAO
      *==                EXCLUIDOS. NAO FICA MAIS PEDIDO COM ITENS
      *==                FALTANDO NEM ITEM SEM PEDIDO.
      *=================================================================
       ENVIRONMENT                               DIVISION.


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

           SELECT LIMITES ASSIGN TO DYNAMIC
               WRK-CAM-LIMITES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LIM-ID-CLIENTE
             FILE STATUS IS FS-LIMITES.

           SELECT ENDERECOS ASSIGN TO DYNAMIC
               WRK-CAM-ENDERECO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS END-CHAVE
             FILE STATUS IS FS-ENDERECOS.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FD CLIENTES.
           COPY CLIREG.

       FD PRODUTOS.
           COPY PRDREG.

       FD ITENS-PEDIDO.
           COPY ITPREG.

       FD LIMITES.
           COPY LIMREG.

       FD ENDERECOS.
           COPY ENDREG.

       WORKING-STORAGE                           SECTION.
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-CLIENTES           PIC 9(02).
       77  FS-PRODUTOS           PIC 9(02).
       77  FS-ITENS-PEDIDO       PIC 9(02).
       77  FS-LIMITES            PIC 9(02).
       77  FS-ENDERECOS          PIC 9(02).

       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-PRODUTOS      PIC X(100) VALUE SPACES.
       77  WRK-CAM-ITENSPED      PIC X(100) VALUE SPACES.
       77  WRK-CAM-LIMITES       PIC X(100) VALUE SPACES.
       77  WRK-CAM-ENDERECO      PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.
       77  WRK-NOVO-STATUS       PIC X(01) VALUE SPACES.
       77  WRK-VALOR-NUM         PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-NOVO-PRODUTO      PIC X(06) VALUE SPACES.
       77  WRK-NOVA-QTD          PIC 9(05) VALUE ZEROS.
       77  WRK-FIM-ITENS         PIC X(01) VALUE "N".
       77  WRK-ITM-USADOS        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ITM           PIC 9(02) VALUE ZEROS.
       77  WRK-ITENS-OK          PIC X(01) VALUE "S".
       77  WRK-QTD-ITENS-PED     PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ITEM        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-EDIT          PIC ZZZZ9 VALUE ZEROS.

       77  WRK-TEM-LIMITES       PIC X(01) VALUE "N".
       77  WRK-LIMITE-OK         PIC X(01) VALUE "S".
       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-EXPOSICAO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-ANTERIOR    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE         PIC X(08) VALUE SPACES.

       77  WRK-TEM-ENDERECOS     PIC X(01) VALUE "N".
       77  WRK-VEN-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-VEN-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-VEN-MOTIVO        PIC X(40) VALUE SPACES.

       01  WRK-TABELA-ITENS.
           05 WRK-ITM-ENTRADA     OCCURS 20 TIMES.
              10 WRK-ITM-PRODUTO  PIC X(06).
              10 WRK-ITM-QTD      PIC 9(05).
              10 WRK-ITM-PRECO    PIC 9(07)V99.
      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
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

           MOVE "PRODUTOS.dat" TO WRK-CAM-PRODUTOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PRODUTOS REG-PARAMETROS.

           MOVE "ITENSPED.dat" TO WRK-CAM-ITENSPED.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ITENSPED REG-PARAMETROS.

           MOVE "LIMITES.dat" TO WRK-CAM-LIMITES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LIMITES REG-PARAMETROS.

           MOVE "ENDERECO.dat" TO WRK-CAM-ENDERECO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ENDERECO REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN INPUT PRODUTOS.
             IF FS-PRODUTOS NOT EQUAL 00
                MOVE FS-PRODUTOS    TO WRK-FS-ERRO
                MOVE "PRODUTOS.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN I-O ITENS-PEDIDO.

             IF FS-ITENS-PEDIDO EQUAL 35
                OPEN OUTPUT ITENS-PEDIDO
                CLOSE ITENS-PEDIDO
                OPEN I-O ITENS-PEDIDO
             END-IF.

             IF FS-ITENS-PEDIDO NOT EQUAL 00
                MOVE FS-ITENS-PEDIDO TO WRK-FS-ERRO
                MOVE "ITENSPED.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

      *    SEM LIMITES.dat NENHUM CLIENTE TEM LIMITE CONTROLADO.
           OPEN INPUT LIMITES.
             IF FS-LIMITES EQUAL 00
                MOVE "S" TO WRK-TEM-LIMITES
             ELSE
                IF FS-LIMITES NOT EQUAL 35
                   MOVE FS-LIMITES     TO WRK-FS-ERRO
                   MOVE "LIMITES.dat"  TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

      *    SEM ENDERECO.dat NENHUM CLIENTE TEM ENDERECO DE ENTREGA.
           OPEN INPUT ENDERECOS.
             IF FS-ENDERECOS EQUAL 00
                MOVE "S" TO WRK-TEM-ENDERECOS
             ELSE
                IF FS-ENDERECOS NOT EQUAL 35
                   MOVE FS-ENDERECOS   TO WRK-FS-ERRO
                   MOVE "ENDERECO.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.


                       ACCEPT WRK-NOVO-ID
                   PERFORM 0215-VALIDA-CLIENTE
                   IF WRK-CLIENTE-OK EQUAL "S"
                       PERFORM 0211-CAPTURA-ITENS
                       IF WRK-ITM-USADOS NOT EQUAL ZEROS
                           PERFORM 0216-VERIFICA-LIMITE
                       END-IF
                       IF WRK-ITM-USADOS EQUAL ZEROS
                           DISPLAY "PEDIDO SEM ITENS - INCLUSAO "
                               "CANCELADA."
                       ELSE
                       IF WRK-LIMITE-OK NOT EQUAL "S"
                           DISPLAY "LIMITE DE CREDITO EXCEDIDO - "
                               "PEDIDO RECUSADO."
                       ELSE
                       MOVE WRK-VALOR-TOTAL TO WRK-VALOR-EDIT
                       DISPLAY "ITENS DO PEDIDO.." WRK-ITM-USADOS
                       DISPLAY "VALOR DO PEDIDO.." WRK-VALOR-EDIT
                       DISPLAY "CONFIRMA A INCLUSAO (S/N)?"
                           ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA EQUAL "S" OR
                          WRK-CONFIRMA EQUAL "s"
                           MOVE WRK-NOVO-NUMERO TO PED-NUMERO
                           MOVE WRK-NOVO-ID     TO PED-ID-CLIENTE
                           MOVE FUNCTION CURRENT-DATE (1:8)
                               TO PED-DATA
                           MOVE WRK-VALOR-TOTAL TO PED-VALOR
                           MOVE "A" TO PED-STATUS
                           MOVE ZEROS  TO PED-VALOR-PAGO
                           MOVE SPACES TO PED-DATA-ULT-PAGTO
                                          PED-DATA-FECHAMENTO
      *                    ITENS ANTES DO CABECALHO: PEDIDO SEM TODOS OS
      *                    ITENS NAO E GRAVADO.
                           PERFORM 0212-GRAVA-ITENS
                           IF WRK-ITENS-OK NOT EQUAL "S"
                               DISPLAY "PEDIDO NAO GRAVADO."
                           ELSE
                           WRITE REG-PEDIDOS
                           IF FS-PEDIDOS EQUAL 00
                               DISPLAY "PEDIDO INCLUIDO COM SUCESSO!"
                           ELSE
                               DISPLAY "ERRO AO INCLUIR.." FS-PEDIDOS
                               PERFORM 0250-EXCLUI-ITENS
                               DISPLAY "PEDIDO NAO GRAVADO."
                           END-IF
                           END-IF
                       ELSE
                           DISPLAY WRK-MSG-CANCELADO
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY WRK-MSG-JA-EXISTE
       0210-INCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0211-CAPTURA-ITENS                        SECTION.

           MOVE ZEROS TO WRK-ITM-USADOS
                         WRK-VALOR-TOTAL.
           MOVE "N"   TO WRK-FIM-ITENS.

           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               IF WRK-ITM-USADOS NOT LESS THAN 20
                   DISPLAY "LIMITE DE 20 ITENS POR PEDIDO ATINGIDO."
                   MOVE "S" TO WRK-FIM-ITENS
               ELSE
                   MOVE SPACES TO WRK-NOVO-PRODUTO
                   DISPLAY "CODIGO DO PRODUTO DO ITEM (BRANCO PARA "
                       "ENCERRAR OS ITENS).."
                       ACCEPT WRK-NOVO-PRODUTO
                   IF WRK-NOVO-PRODUTO EQUAL SPACES
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       PERFORM 0213-VALIDA-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       0211-CAPTURA-ITENS-FIM. EXIT.


      *-----------------------------------------------------------------
       0212-GRAVA-ITENS                          SECTION.

           MOVE "S" TO WRK-ITENS-OK.

           PERFORM VARYING WRK-IDX-ITM FROM 1 BY 1
               UNTIL WRK-IDX-ITM > WRK-ITM-USADOS
                  OR WRK-ITENS-OK NOT EQUAL "S"
               MOVE WRK-NOVO-NUMERO TO ITP-NUMERO
               MOVE WRK-IDX-ITM     TO ITP-LINHA
               MOVE WRK-ITM-PRODUTO (WRK-IDX-ITM) TO ITP-PRODUTO
               MOVE WRK-ITM-QTD (WRK-IDX-ITM)     TO ITP-QUANTIDADE
               MOVE WRK-ITM-PRECO (WRK-IDX-ITM)   TO ITP-PRECO-UNIT
               WRITE REG-ITENS
               IF FS-ITENS-PEDIDO NOT EQUAL 00
                   DISPLAY "ERRO AO GRAVAR O ITEM " ITP-LINHA
                       " DO PEDIDO " ITP-NUMERO ".." FS-ITENS-PEDIDO
                   MOVE "N" TO WRK-ITENS-OK
               END-IF
           END-PERFORM.

      *    OS ITENS JA GRAVADOS SAO DESFEITOS (PED-NUMERO JA TEM O
      *    NUMERO DO PEDIDO EM INCLUSAO).
           IF WRK-ITENS-OK NOT EQUAL "S"
               PERFORM 0250-EXCLUI-ITENS
           END-IF.

       0212-GRAVA-ITENS-FIM. EXIT.


      *-----------------------------------------------------------------
       0213-VALIDA-ITEM                          SECTION.

           MOVE WRK-NOVO-PRODUTO TO PRD-CODIGO.
           READ PRODUTOS
               KEY IS PRD-CODIGO
               INVALID KEY
                   DISPLAY "PRODUTO " WRK-NOVO-PRODUTO
                       " NAO CADASTRADO EM PRODUTOS.dat - ITEM "
                       "IGNORADO."
                   GO TO 0213-VALIDA-ITEM-FIM
           END-READ.

           IF PRD-STATUS-INATIVO
               DISPLAY "PRODUTO " WRK-NOVO-PRODUTO " ESTA INATIVO - "
                   "ITEM IGNORADO."
               GO TO 0213-VALIDA-ITEM-FIM
           END-IF.

           MOVE PRD-PRECO TO WRK-VALOR-EDIT.
           DISPLAY "PRODUTO..." PRD-DESCRICAO.
           DISPLAY "PRECO....." WRK-VALOR-EDIT.
           DISPLAY "DIGITE A QUANTIDADE.."
               ACCEPT WRK-NOVA-QTD.

           IF WRK-NOVA-QTD EQUAL ZEROS
               DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO - ITEM "
                   "IGNORADO."
               GO TO 0213-VALIDA-ITEM-FIM
           END-IF.

           COMPUTE WRK-VALOR-ITEM = WRK-NOVA-QTD * PRD-PRECO.

           IF WRK-VALOR-TOTAL + WRK-VALOR-ITEM > 9999999,99
               DISPLAY "VALOR DO PEDIDO EXCEDERIA 9.999.999,99 - ITEM "
                   "IGNORADO."
               GO TO 0213-VALIDA-ITEM-FIM
           END-IF.

           ADD 1 TO WRK-ITM-USADOS.
           MOVE PRD-CODIGO   TO WRK-ITM-PRODUTO (WRK-ITM-USADOS).
           MOVE WRK-NOVA-QTD TO WRK-ITM-QTD (WRK-ITM-USADOS).
           MOVE PRD-PRECO    TO WRK-ITM-PRECO (WRK-ITM-USADOS).
           ADD WRK-VALOR-ITEM TO WRK-VALOR-TOTAL.

           MOVE WRK-VALOR-ITEM TO WRK-VALOR-EDIT.
           DISPLAY "ITEM " WRK-ITM-USADOS " INCLUIDO. VALOR DO ITEM.."
               WRK-VALOR-EDIT.

       0213-VALIDA-ITEM-FIM. EXIT.


      *-----------------------------------------------------------------
       0215-VALIDA-CLIENTE                       SECTION.

                   END-IF
           END-READ.

           IF WRK-CLIENTE-OK EQUAL "S"
               PERFORM 0217-VALIDA-ENTREGA
           END-IF.

       0215-VALIDA-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0217-VALIDA-ENTREGA                       SECTION.

      *    O PEDIDO SO E ACEITO COM ENDERECO DE ENTREGA COMPLETO E COM
      *    CEP CONFERIDO NA TABELA DOS CORREIOS (PRGVEND).
           MOVE "N" TO WRK-CLIENTE-OK.

           IF WRK-TEM-ENDERECOS NOT EQUAL "S"
               DISPLAY "CLIENTE " WRK-NOVO-ID " SEM ENDERECO DE "
                   "ENTREGA - PEDIDO RECUSADO."
               GO TO 0217-VALIDA-ENTREGA-FIM
           END-IF.

           MOVE WRK-NOVO-ID TO END-ID-CLIENTE.
           MOVE "E"         TO END-TIPO.
           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   DISPLAY "CLIENTE " WRK-NOVO-ID " SEM ENDERECO DE "
                       "ENTREGA - PEDIDO RECUSADO."
                   GO TO 0217-VALIDA-ENTREGA-FIM
           END-READ.

           MOVE "V" TO WRK-VEN-ACAO.
           CALL "PRGVEND" USING WRK-VEN-ACAO REG-ENDERECOS
               WRK-VEN-RESULTADO WRK-VEN-MOTIVO.

           IF WRK-VEN-RESULTADO NOT EQUAL "S"
               DISPLAY "ENDERECO DE ENTREGA INVALIDO: " WRK-VEN-MOTIVO
               DISPLAY "PEDIDO RECUSADO - CORRIJA O ENDERECO NA "
                   "MANUTENCAO DE CLIENTES (PRGARQ7)."
           ELSE
               DISPLAY "ENTREGA..." END-CIDADE " " END-UF
                   " CEP " END-CEP
               MOVE "S" TO WRK-CLIENTE-OK
           END-IF.

       0217-VALIDA-ENTREGA-FIM. EXIT.


      *-----------------------------------------------------------------
       0216-VERIFICA-LIMITE                      SECTION.

      *    SOMA OS SALDOS EM ABERTO DOS PEDIDOS DO CLIENTE WRK-NOVO-ID
      *    (MENOS O PROPRIO WRK-NOVO-NUMERO, QUANDO JA EXISTE) E CONFERE
      *    SE A SOMA MAIS WRK-VALOR-TOTAL CABE NO LIMITE DE CREDITO.
      *    O REGISTRO CORRENTE DE PEDIDOS.dat E SOBREPOSTO
      *    PELA VARREDURA.
           MOVE "S" TO WRK-LIMITE-OK.

           IF WRK-TEM-LIMITES NOT EQUAL "S"
               GO TO 0216-VERIFICA-LIMITE-FIM
           END-IF.

           MOVE WRK-NOVO-ID TO LIM-ID-CLIENTE.
           READ LIMITES
               KEY IS LIM-ID-CLIENTE
               INVALID KEY
                   GO TO 0216-VERIFICA-LIMITE-FIM
           END-READ.

           MOVE ZEROS TO WRK-EXPOSICAO.
           MOVE "N"   TO WRK-FIM-PEDIDOS.

           MOVE WRK-NOVO-ID TO PED-ID-CLIENTE.
           START PEDIDOS KEY IS EQUAL PED-ID-CLIENTE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
           END-START.

           PERFORM UNTIL WRK-FIM-PEDIDOS EQUAL "S"
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ
               IF WRK-FIM-PEDIDOS NOT EQUAL "S"
                   IF PED-ID-CLIENTE NOT EQUAL WRK-NOVO-ID
                       MOVE "S" TO WRK-FIM-PEDIDOS
                   ELSE
                       IF PED-STATUS-ABERTO AND
                          PED-NUMERO NOT EQUAL WRK-NOVO-NUMERO
                           COMPUTE WRK-EXPOSICAO = WRK-EXPOSICAO +
                               PED-VALOR - PED-VALOR-PAGO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-EXPOSICAO + WRK-VALOR-TOTAL > LIM-VALOR
               MOVE "N" TO WRK-LIMITE-OK
               MOVE LIM-VALOR TO WRK-VALOR-EDIT
               DISPLAY "LIMITE DE CREDITO.." WRK-VALOR-EDIT
               MOVE WRK-EXPOSICAO TO WRK-VALOR-EDIT
               DISPLAY "SALDO EM ABERTO...." WRK-VALOR-EDIT
               MOVE WRK-VALOR-TOTAL TO WRK-VALOR-EDIT
               DISPLAY "VALOR DO PEDIDO...." WRK-VALOR-EDIT
           END-IF.

       0216-VERIFICA-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-ALTERAR                              SECTION.

               KEY IS PED-NUMERO
               INVALID KEY
                   DISPLAY WRK-MSG-NAO-ACHOU
                   GO TO 0220-ALTERAR-FIM
           END-READ.

           MOVE PED-VALOR TO WRK-VALOR-EDIT.
           DISPLAY "CLIENTE ATUAL...." PED-ID-CLIENTE.
           DISPLAY "DATA ATUAL......." PED-DATA.
           DISPLAY "VALOR ATUAL......" WRK-VALOR-EDIT.
           MOVE PED-VALOR-PAGO TO WRK-VALOR-EDIT.
           DISPLAY "VALOR PAGO......." WRK-VALOR-EDIT.
           COMPUTE WRK-SALDO = PED-VALOR - PED-VALOR-PAGO.
           MOVE WRK-SALDO TO WRK-VALOR-EDIT.
           DISPLAY "SALDO EM ABERTO.." WRK-VALOR-EDIT.
           DISPLAY "STATUS ATUAL....." PED-STATUS.
           PERFORM 0240-LISTA-ITENS.
           IF WRK-QTD-ITENS-PED EQUAL ZEROS
               DISPLAY "DIGITE O NOVO VALOR (SOMENTE DIGITOS, "
                   "CENTAVOS NAS 2 ULTIMAS POSICOES).."
                   ACCEPT WRK-NOVO-VALOR
           ELSE
               DISPLAY "VALOR CALCULADO PELOS ITENS - "
                   "MANTIDO."
               COMPUTE WRK-VALOR-NUM = PED-VALOR * 100
               MOVE WRK-VALOR-NUM TO WRK-NOVO-VALOR
           END-IF.
           DISPLAY "NOVO STATUS (A)BERTO OU (F)ECHADO?"
               ACCEPT WRK-NOVO-STATUS.
           DISPLAY "CONFIRMA A ALTERACAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-NOVO-VALOR NOT NUMERIC
               DISPLAY WRK-MSG-VAL-INVALIDO
               GO TO 0220-ALTERAR-FIM
           END-IF.

           IF WRK-NOVO-STATUS NOT = "A" AND
              WRK-NOVO-STATUS NOT = "F"
               DISPLAY WRK-MSG-STATUS-INVALIDO
               GO TO 0220-ALTERAR-FIM
           END-IF.

           IF WRK-CONFIRMA NOT EQUAL "S" AND WRK-CONFIRMA NOT EQUAL "s"
               DISPLAY WRK-MSG-CANCELADO
               GO TO 0220-ALTERAR-FIM
           END-IF.

           MOVE WRK-NOVO-VALOR TO WRK-VALOR-NUM.
           COMPUTE WRK-VALOR-TOTAL = WRK-VALOR-NUM / 100.

      *    REGRAS DE CONTAS A RECEBER: O SALDO E PED-VALOR MENOS
      *    PED-VALOR-PAGO; A BAIXA DOS PAGAMENTOS E DO PRGARQ29.
           IF WRK-VALOR-TOTAL < PED-VALOR-PAGO
               DISPLAY "VALOR NAO PODE SER MENOR QUE O JA PAGO - "
                   "ALTERACAO RECUSADA."
               GO TO 0220-ALTERAR-FIM
           END-IF.

           IF WRK-NOVO-STATUS EQUAL "F" AND
              WRK-VALOR-TOTAL > PED-VALOR-PAGO
               DISPLAY "PEDIDO COM SALDO EM ABERTO NAO PODE SER "
                   "FECHADO - ALTERACAO RECUSADA."
               GO TO 0220-ALTERAR-FIM
           END-IF.

           IF WRK-NOVO-STATUS EQUAL "A" AND
              PED-VALOR-PAGO > ZEROS AND
              WRK-VALOR-TOTAL EQUAL PED-VALOR-PAGO
               DISPLAY "PEDIDO QUITADO NAO PODE FICAR EM ABERTO - "
                   "ALTERACAO RECUSADA."
               GO TO 0220-ALTERAR-FIM
           END-IF.

      *    AUMENTO DE VALOR OU REABERTURA CONTAM NO LIMITE DE CREDITO.
           IF WRK-NOVO-STATUS EQUAL "A" AND
              (WRK-VALOR-TOTAL > PED-VALOR OR PED-STATUS-FECHADO)
               MOVE PED-ID-CLIENTE TO WRK-NOVO-ID
               COMPUTE WRK-VALOR-TOTAL =
                   WRK-VALOR-TOTAL - PED-VALOR-PAGO
               PERFORM 0216-VERIFICA-LIMITE
               IF WRK-LIMITE-OK NOT EQUAL "S"
                   DISPLAY "LIMITE DE CREDITO EXCEDIDO - ALTERACAO "
                       "RECUSADA."
                   GO TO 0220-ALTERAR-FIM
               END-IF
               MOVE WRK-NOVO-NUMERO TO PED-NUMERO
               READ PEDIDOS
                   KEY IS PED-NUMERO
                   INVALID KEY
                       DISPLAY WRK-MSG-NAO-ACHOU
                       GO TO 0220-ALTERAR-FIM
               END-READ
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.
           COMPUTE PED-VALOR = WRK-VALOR-NUM / 100.
           IF WRK-NOVO-STATUS EQUAL "F"
               IF PED-STATUS-ABERTO
                   MOVE WRK-DATA-HOJE TO PED-DATA-FECHAMENTO
               END-IF
           ELSE
               MOVE SPACES TO PED-DATA-FECHAMENTO
           END-IF.
           MOVE WRK-NOVO-STATUS TO PED-STATUS.
           REWRITE REG-PEDIDOS.
           IF FS-PEDIDOS EQUAL 00
               DISPLAY "PEDIDO ALTERADO COM SUCESSO!"
           ELSE
               DISPLAY "ERRO AO ALTERAR.." FS-PEDIDOS
           END-IF.

       0220-ALTERAR-FIM. EXIT.

                   DISPLAY "DATA......" PED-DATA
                   DISPLAY "VALOR....." WRK-VALOR-EDIT
                   DISPLAY "STATUS...." PED-STATUS
                   MOVE PED-VALOR-PAGO TO WRK-VALOR-EDIT
                   DISPLAY "PAGO......" WRK-VALOR-EDIT
                   PERFORM 0240-LISTA-ITENS
                   IF PED-VALOR-PAGO > ZEROS
                       DISPLAY "PEDIDO COM PAGAMENTO BAIXADO NAO PODE "
                           "SER EXCLUIDO."
                       GO TO 0230-EXCLUIR-FIM
                   END-IF
                   DISPLAY "CONFIRMA A EXCLUSAO (S/N)?"
                       ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                       DELETE PEDIDOS
                       IF FS-PEDIDOS EQUAL 00
                           PERFORM 0250-EXCLUI-ITENS
                           DISPLAY "PEDIDO EXCLUIDO COM SUCESSO!"
                       ELSE
                           DISPLAY "ERRO AO EXCLUIR.." FS-PEDIDOS
       0230-EXCLUIR-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-LISTA-ITENS                          SECTION.

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
                   MOVE ITP-PRODUTO TO PRD-CODIGO
                   READ PRODUTOS
                       KEY IS PRD-CODIGO
                       INVALID KEY
                           MOVE "(PRODUTO NAO CADASTRADO)"
                               TO PRD-DESCRICAO
                   END-READ
                   COMPUTE WRK-VALOR-ITEM =
                       ITP-QUANTIDADE * ITP-PRECO-UNIT
                   MOVE ITP-QUANTIDADE TO WRK-QTD-EDIT
                   MOVE WRK-VALOR-ITEM TO WRK-VALOR-EDIT
                   DISPLAY "ITEM " ITP-LINHA " " ITP-PRODUTO " "
                       PRD-DESCRICAO " QTD " WRK-QTD-EDIT
                       " VALOR " WRK-VALOR-EDIT
                   READ ITENS-PEDIDO NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-ITENS
                   END-READ
               END-IF
           END-PERFORM.

           IF WRK-QTD-ITENS-PED EQUAL ZEROS
               DISPLAY "ITENS.....PEDIDO SEM ITENS REGISTRADOS"
           END-IF.

       0240-LISTA-ITENS-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-EXCLUI-ITENS                         SECTION.

           MOVE "N" TO WRK-FIM-ITENS.

      *    A CADA EXCLUSAO O START E REFEITO, COMO NA TRANSFERENCIA DE
      *    PEDIDOS DO PRGARQ24.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               MOVE PED-NUMERO TO ITP-NUMERO
               MOVE ZEROS      TO ITP-LINHA
               START ITENS-PEDIDO KEY IS NOT LESS THAN ITP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ITENS
               END-START

               IF WRK-FIM-ITENS NOT EQUAL "S"
                   READ ITENS-PEDIDO NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-ITENS
                   END-READ
               END-IF

               IF WRK-FIM-ITENS NOT EQUAL "S"
                   IF ITP-NUMERO NOT EQUAL PED-NUMERO
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       DELETE ITENS-PEDIDO
                       IF FS-ITENS-PEDIDO NOT EQUAL 00
                           DISPLAY "ERRO AO EXCLUIR O ITEM " ITP-LINHA
                               ".." FS-ITENS-PEDIDO
                           MOVE "S" TO WRK-FIM-ITENS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0250-EXCLUI-ITENS-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             DISPLAY WRK-MSG-FIM.
             CLOSE PEDIDOS.
             CLOSE CLIENTES.
             CLOSE PRODUTOS.
             CLOSE ITENS-PEDIDO.
             IF WRK-TEM-LIMITES EQUAL "S"
                CLOSE LIMITES
             END-IF.
             IF WRK-TEM-ENDERECOS EQUAL "S"
                CLOSE ENDERECOS
             END-IF.
             MOVE "F" TO WRK-VEN-ACAO.
             CALL "PRGVEND" USING WRK-VEN-ACAO REG-ENDERECOS
                 WRK-VEN-RESULTADO WRK-VEN-MOTIVO.

       0300-FINALIZAR-FIM. EXIT.

