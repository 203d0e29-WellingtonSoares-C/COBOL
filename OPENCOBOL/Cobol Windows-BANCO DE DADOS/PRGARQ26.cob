      *==                E A CLIENTES EM PEDIDOS DE ACESSO A DADOS.
      *== DATA        : 02/09/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - INCLUIDA A SECAO 4 (PEDIDOS E
      *==                ITENS): CADA PEDIDO DO ID EM PEDIDOS.dat, PELA
      *==                CHAVE ALTERNATIVA PED-ID-CLIENTE, COM OS SEUS
      *==                ITENS DE ITENSPED.dat (PRODUTO, DESCRICAO DE
      *==                PRODUTOS.dat, QUANTIDADE, PRECO UNITARIO DA
      *==                VENDA E VALOR).
      *==              - 15/10/2026 - O HISTORICO DE MANUTENCAO E A
      *==                TRILHA DE PROCURAS PASSAM A EXIBIR O ID DO
      *==                OPERADOR (WRK-JRN-OPERADOR DE JRNL.dat E
      *==                WRK-LOG-OPERADOR DE LOG.dat/LOG_AAAAMMDD.dat);
      *==                EM BRANCO NAS LINHAS GRAVADAS ANTES DA
      *==                IDENTIFICACAO DE OPERADORES.
      *==              - 15/10/2026 - INCLUIDA A SECAO 5 (ENDERECOS): OS
      *==                ENDERECOS DE COBRANCA, ENTREGA E
      *==                CORRESPONDENCIA DO ID EM ENDERECO.dat.
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT CLI-ARQUIVO ASSIGN TO DYNAMIC
               WRK-CAM-CLIARQV
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ARV-ID
             FILE STATUS IS FS-CLI-ARQUIVO.

           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.

           SELECT SEARCH-LOG ASSIGN TO DYNAMIC
               WRK-CAM-LOG
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-SEARCH-LOG.

             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LOG-ARQUIVADO.

           SELECT PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

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

           SELECT ENDERECOS ASSIGN TO DYNAMIC
               WRK-CAM-ENDERECO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS END-CHAVE
             FILE STATUS IS FS-ENDERECOS.

           SELECT RELAT-DOSSIE ASSIGN TO DYNAMIC
               WRK-CAM-DOSSIE
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-DOSSIE.
      *-----------------------------------------------------------------
       FD LOG-ARQUIVADO.
       01  REG-LOG-ARQUIVADO     PIC X(80).

       FD PEDIDOS.
           COPY PEDREG.

       FD PRODUTOS.
           COPY PRDREG.

       FD ITENS-PEDIDO.
           COPY ITPREG.

       FD ENDERECOS.
           COPY ENDREG.

       FD RELAT-DOSSIE.
       01  REG-RELAT-DOSSIE      PIC X(120).

       77  FS-SEARCH-LOG         PIC 9(02).
       77  FS-LOG-ARQUIVADO      PIC 9(02).
       77  FS-RELAT-DOSSIE       PIC 9(02).
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-PRODUTOS           PIC 9(02).
       77  FS-ITENS-PEDIDO       PIC 9(02).
       77  FS-ENDERECOS          PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIARQV       PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-LOG           PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-PRODUTOS      PIC X(100) VALUE SPACES.
       77  WRK-CAM-ITENSPED      PIC X(100) VALUE SPACES.
       77  WRK-CAM-ENDERECO      PIC X(100) VALUE SPACES.
       77  WRK-CAM-DOSSIE        PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-ID-DOSSIE         PIC X(04) VALUE SPACES.
       77  WRK-FIM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-FIM-LOG           PIC X(01) VALUE "N".
       77  WRK-FIM-DATAS         PIC X(01) VALUE "N".
       77  WRK-DATA-ARQUIVO      PIC X(08) VALUE SPACES.
       77  WRK-NOME-ARQUIVO      PIC X(100) VALUE SPACES.

       77  WRK-QTD-MOVIMENTOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROCURAS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PEDIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ENDERECOS     PIC 9(05) VALUE ZEROS.
       77  WRK-TIPO-END          PIC X(01) VALUE SPACES.
       77  WRK-DESC-TIPO-END     PIC X(15) VALUE SPACES.

       77  WRK-TEM-PRODUTOS      PIC X(01) VALUE "N".
       77  WRK-TEM-ITENS         PIC X(01) VALUE "N".
       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-FIM-ITENS         PIC X(01) VALUE "N".
       77  WRK-QTD-ITENS-PED     PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ITEM        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PRECO-EDIT        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-EDIT          PIC ZZZZ9 VALUE ZEROS.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".
              10 JRD-EMAIL       PIC X(40).
              10 JRD-STATUS      PIC X(01).
              10 JRD-DATA-MANUT  PIC X(08).
           05 FILLER             PIC X(02).
           05 WRK-JRN-OPERADOR   PIC X(08).

       01  WRK-LINHA-LOG.
           05 WRK-LOG-TIMESTAMP  PIC X(21).
           05 WRK-LOG-STATUS     PIC 9(02).
           05 FILLER             PIC X(02).
           05 WRK-LOG-RESULTADO  PIC X(15).
           05 FILLER             PIC X(02).
           05 WRK-LOG-OPERADOR   PIC X(08).

       01  WRK-LINHA-RELAT       PIC X(120).
      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-REGISTRO-ATUAL.
           PERFORM 0300-HISTORICO-JORNAL.
           PERFORM 0400-TRILHA-LOG.
           PERFORM 0500-LOGS-ROTACIONADOS.
           PERFORM 0550-PEDIDOS-ITENS.
           PERFORM 0580-ENDERECOS.
           PERFORM 0600-FINALIZAR.
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

           MOVE "CLIARQV.dat" TO WRK-CAM-CLIARQV.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIARQV REG-PARAMETROS.

           MOVE "JRNL.dat" TO WRK-CAM-JRNL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNL REG-PARAMETROS.

           MOVE "LOG.dat" TO WRK-CAM-LOG.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LOG REG-PARAMETROS.

           MOVE "PEDIDOS.dat" TO WRK-CAM-PEDIDOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDIDOS REG-PARAMETROS.

           MOVE "PRODUTOS.dat" TO WRK-CAM-PRODUTOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PRODUTOS REG-PARAMETROS.

           MOVE "ITENSPED.dat" TO WRK-CAM-ITENSPED.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ITENSPED REG-PARAMETROS.

           MOVE "ENDERECO.dat" TO WRK-CAM-ENDERECO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ENDERECO REG-PARAMETROS.

           MOVE "DOSSIE.dat" TO WRK-CAM-DOSSIE.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-DOSSIE REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

                   STRING "   " WRK-JRN-DATA " " WRK-JRN-HORA
                          "  INCLUSAO   NOME " JRD-NOME
                          "  STATUS " JRD-STATUS
                          "  OPERADOR " WRK-JRN-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LINHA-RELAT
               WHEN "A"
                   STRING "   " WRK-JRN-DATA " " WRK-JRN-HORA
                          "  ALTERACAO"
                          "                                     "
                          "  OPERADOR " WRK-JRN-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LINHA-RELAT
               WHEN "E"
                   STRING "   " WRK-JRN-DATA " " WRK-JRN-HORA
                          "  EXCLUSAO   NOME " JRA-NOME
                          "  STATUS " JRA-STATUS
                          "  OPERADOR " WRK-JRN-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LINHA-RELAT
               WHEN OTHER
                   STRING "   " WRK-JRN-DATA " " WRK-JRN-HORA
                      WRK-LOG-TIMESTAMP (1:14) DELIMITED BY SIZE
                      "  PROCURA DO ID  "      DELIMITED BY SIZE
                      WRK-LOG-RESULTADO        DELIMITED BY SIZE
                      "  OPERADOR "            DELIMITED BY SIZE
                      WRK-LOG-OPERADOR         DELIMITED BY SIZE
                      INTO WRK-LINHA-RELAT
               MOVE WRK-LINHA-RELAT TO REG-RELAT-DOSSIE
               WRITE REG-RELAT-DOSSIE
       0510-VARRE-LOG-ROTACIONADO                SECTION.

           MOVE SPACES TO WRK-NOME-ARQUIVO.
           STRING "LOG_"              DELIMITED BY SIZE
                  WRK-DATA-ARQUIVO DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
                  INTO WRK-NOME-ARQUIVO.

           MOVE "A" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-NOME-ARQUIVO REG-PARAMETROS.

           OPEN INPUT LOG-ARQUIVADO.
             IF FS-LOG-ARQUIVADO NOT EQUAL 00
                DISPLAY "LOG_" WRK-DATA-ARQUIVO ".dat INDISPONIVEL. "
       0510-VARRE-LOG-ROTACIONADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0550-PEDIDOS-ITENS                        SECTION.

           MOVE ALL "-" TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.
           MOVE "4. PEDIDOS E ITENS (PEDIDOS.dat E ITENSPED.dat)"
               TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

           OPEN INPUT PEDIDOS.
             IF FS-PEDIDOS NOT EQUAL 00
                MOVE "   PEDIDOS.dat INDISPONIVEL - SEM PEDIDOS"
                    TO REG-RELAT-DOSSIE
                WRITE REG-RELAT-DOSSIE
                GO TO 0550-PEDIDOS-ITENS-FIM
             END-IF.

           OPEN INPUT PRODUTOS.
             IF FS-PRODUTOS EQUAL 00
                MOVE "S" TO WRK-TEM-PRODUTOS
             END-IF.

           OPEN INPUT ITENS-PEDIDO.
             IF FS-ITENS-PEDIDO EQUAL 00
                MOVE "S" TO WRK-TEM-ITENS
             END-IF.

           MOVE "N" TO WRK-FIM-PEDIDOS.

           MOVE WRK-ID-DOSSIE TO PED-ID-CLIENTE.
           START PEDIDOS KEY IS EQUAL TO PED-ID-CLIENTE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
           END-START.

           IF WRK-FIM-PEDIDOS NOT EQUAL "S"
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ
           END-IF.

           PERFORM UNTIL WRK-FIM-PEDIDOS EQUAL "S"
               IF PED-ID-CLIENTE NOT EQUAL WRK-ID-DOSSIE
                   MOVE "S" TO WRK-FIM-PEDIDOS
               ELSE
                   ADD 1 TO WRK-QTD-PEDIDOS
                   PERFORM 0560-RELATA-PEDIDO
                   READ PEDIDOS NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-PEDIDOS
                   END-READ
               END-IF
           END-PERFORM.

           IF WRK-QTD-PEDIDOS EQUAL ZEROS
               MOVE "   NENHUM PEDIDO CADASTRADO PARA O ID"
                   TO REG-RELAT-DOSSIE
               WRITE REG-RELAT-DOSSIE
           END-IF.

           CLOSE PEDIDOS.

           IF WRK-TEM-PRODUTOS EQUAL "S"
               CLOSE PRODUTOS
           END-IF.

           IF WRK-TEM-ITENS EQUAL "S"
               CLOSE ITENS-PEDIDO
           END-IF.

       0550-PEDIDOS-ITENS-FIM. EXIT.


      *-----------------------------------------------------------------
       0560-RELATA-PEDIDO                        SECTION.

           MOVE PED-VALOR TO WRK-VALOR-EDIT.
           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "   PEDIDO "    DELIMITED BY SIZE
                  PED-NUMERO      DELIMITED BY SIZE
                  "  DATA "       DELIMITED BY SIZE
                  PED-DATA        DELIMITED BY SIZE
                  "  STATUS "     DELIMITED BY SIZE
                  PED-STATUS      DELIMITED BY SIZE
                  "  VALOR "      DELIMITED BY SIZE
                  WRK-VALOR-EDIT  DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

           IF WRK-TEM-ITENS NOT EQUAL "S"
               GO TO 0560-RELATA-PEDIDO-FIM
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
                   PERFORM 0570-RELATA-ITEM
                   READ ITENS-PEDIDO NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-ITENS
                   END-READ
               END-IF
           END-PERFORM.

           IF WRK-QTD-ITENS-PED EQUAL ZEROS
               MOVE "      SEM ITENS REGISTRADOS" TO REG-RELAT-DOSSIE
               WRITE REG-RELAT-DOSSIE
           END-IF.

       0560-RELATA-PEDIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0570-RELATA-ITEM                          SECTION.

           MOVE "(PRODUTO NAO CADASTRADO)" TO PRD-DESCRICAO.
           IF WRK-TEM-PRODUTOS EQUAL "S"
               MOVE ITP-PRODUTO TO PRD-CODIGO
               READ PRODUTOS
                   KEY IS PRD-CODIGO
                   INVALID KEY
                       MOVE "(PRODUTO NAO CADASTRADO)"
                           TO PRD-DESCRICAO
               END-READ
           END-IF.

           COMPUTE WRK-VALOR-ITEM = ITP-QUANTIDADE * ITP-PRECO-UNIT.
           MOVE ITP-QUANTIDADE TO WRK-QTD-EDIT.
           MOVE ITP-PRECO-UNIT TO WRK-PRECO-EDIT.
           MOVE WRK-VALOR-ITEM TO WRK-VALOR-EDIT.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "      "        DELIMITED BY SIZE
                  ITP-LINHA       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ITP-PRODUTO     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  PRD-DESCRICAO   DELIMITED BY SIZE
                  " QTD "         DELIMITED BY SIZE
                  WRK-QTD-EDIT    DELIMITED BY SIZE
                  " X "           DELIMITED BY SIZE
                  WRK-PRECO-EDIT  DELIMITED BY SIZE
                  " = "           DELIMITED BY SIZE
                  WRK-VALOR-EDIT  DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

       0570-RELATA-ITEM-FIM. EXIT.


      *-----------------------------------------------------------------
       0580-ENDERECOS                            SECTION.

           MOVE ALL "-" TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.
           MOVE "5. ENDERECOS (ENDERECO.dat)" TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

           OPEN INPUT ENDERECOS.
             IF FS-ENDERECOS NOT EQUAL 00
                MOVE "   ENDERECO.dat INDISPONIVEL - SEM ENDERECOS"
                    TO REG-RELAT-DOSSIE
                WRITE REG-RELAT-DOSSIE
                GO TO 0580-ENDERECOS-FIM
             END-IF.

           MOVE "C" TO WRK-TIPO-END.
           PERFORM 0590-RELATA-ENDERECO.
           MOVE "E" TO WRK-TIPO-END.
           PERFORM 0590-RELATA-ENDERECO.
           MOVE "R" TO WRK-TIPO-END.
           PERFORM 0590-RELATA-ENDERECO.

           IF WRK-QTD-ENDERECOS EQUAL ZEROS
               MOVE "   NENHUM ENDERECO CADASTRADO PARA O ID"
                   TO REG-RELAT-DOSSIE
               WRITE REG-RELAT-DOSSIE
           END-IF.

           CLOSE ENDERECOS.

       0580-ENDERECOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0590-RELATA-ENDERECO                      SECTION.

           MOVE WRK-ID-DOSSIE TO END-ID-CLIENTE.
           MOVE WRK-TIPO-END  TO END-TIPO.
           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   GO TO 0590-RELATA-ENDERECO-FIM
           END-READ.

           ADD 1 TO WRK-QTD-ENDERECOS.

           EVALUATE TRUE
               WHEN END-TIPO-COBRANCA
                   MOVE "COBRANCA"       TO WRK-DESC-TIPO-END
               WHEN END-TIPO-ENTREGA
                   MOVE "ENTREGA"        TO WRK-DESC-TIPO-END
               WHEN END-TIPO-CORRESPONDENCIA
                   MOVE "CORRESPONDENCIA" TO WRK-DESC-TIPO-END
           END-EVALUATE.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "   "              DELIMITED BY SIZE
                  WRK-DESC-TIPO-END  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  END-LOGRADOURO     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  END-NUMERO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  END-COMPLEMENTO    DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "                  " DELIMITED BY SIZE
                  END-BAIRRO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  END-CIDADE         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  END-UF             DELIMITED BY SIZE
                  "  CEP "           DELIMITED BY SIZE
                  END-CEP            DELIMITED BY SIZE
                  "  ALTERADO EM "   DELIMITED BY SIZE
                  END-DATA-ALTERACAO DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

       0590-RELATA-ENDERECO-FIM. EXIT.


      *-----------------------------------------------------------------
       0600-FINALIZAR                            SECTION.

           MOVE WRK-LINHA-RELAT TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "PEDIDOS DO CLIENTE....: " DELIMITED BY SIZE
                  WRK-QTD-PEDIDOS            DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "ENDERECOS CADASTRADOS.: " DELIMITED BY SIZE
                  WRK-QTD-ENDERECOS          DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-DOSSIE
           WRITE REG-RELAT-DOSSIE.

           CLOSE RELAT-DOSSIE.

           DISPLAY WRK-MSG-FIM.
           DISPLAY "MOVIMENTOS NO DIARIO..: " WRK-QTD-MOVIMENTOS.
           DISPLAY "PROCURAS REGISTRADAS..: " WRK-QTD-PROCURAS.
           DISPLAY "PEDIDOS DO CLIENTE....: " WRK-QTD-PEDIDOS.
           DISPLAY "ENDERECOS CADASTRADOS.: " WRK-QTD-ENDERECOS.
           DISPLAY "DOSSIE GRAVADO EM DOSSIE.dat".

       0600-FINALIZAR-FIM. EXIT.
