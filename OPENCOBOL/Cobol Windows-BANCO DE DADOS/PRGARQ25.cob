      *==                INTERVENCAO DO OPERADOR.
      *== DATA        : 02/09/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - NOVA SECAO DE COMPLETUDE DE
      *==                ENDERECOS: PARA CADA CLIENTE ATIVO OS ENDERECOS
      *==                DE ENDERECO.dat SAO CONFERIDOS PELO PRGVEND
      *==                (CAMPOS E CEP NA TABELA DOS CORREIOS); SEM
      *==                ENDERECO DE ENTREGA OU ENDERECO INVALIDO GERA
      *==                LINHA DE EXCECAO E, AO FINAL, PLACAR POR TIPO
      *==                DE ENDERECO SOBRE OS ATIVOS, ATIVOS SEM
      *==                ENDERECO E ENDERECOS INVALIDOS. AS EXCECOES DE
      *==                ENDERECO NAO ENTRAM EM REGISTROS COM EXCECAO.
      *==              - 15/10/2026 - O CABECALHO DE QUALREL.dat PASSA A
      *==                TRAZER A DATA E A HORA DE EMISSAO ("EMITIDO EM
      *==                AAAAMMDD HHMMSS"), LIDA PELO FECHAMENTO MENSAL
      *==                (PRGARQ36) PARA REGISTRAR A QUE VARREDURA
      *==                PERTENCEM OS PERCENTUAIS DE LIMPOS DO MES.
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
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT ENDERECOS ASSIGN TO DYNAMIC
               WRK-CAM-ENDERECO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS END-CHAVE
             FILE STATUS IS FS-ENDERECOS.

           SELECT RELAT-QUAL ASSIGN TO DYNAMIC
               WRK-CAM-QUALREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-QUAL.
      *-----------------------------------------------------------------
       FD CLIENTES.
           COPY CLIREG.

       FD ENDERECOS.
           COPY ENDREG.

       FD RELAT-QUAL.
       01  REG-RELAT-QUAL        PIC X(80).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES           PIC 9(02).
       77  FS-RELAT-QUAL         PIC 9(02).
       77  FS-ENDERECOS          PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-ENDERECO      PIC X(100) VALUE SPACES.
       77  WRK-CAM-QUALREL       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-CLIENTES      PIC X(01) VALUE "N".
       77  WRK-QTD-TOTAL         PIC 9(07) VALUE ZEROS.

       77  WRK-PCT               PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-OK-CAMPO      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-BASE          PIC 9(07) VALUE ZEROS.
       77  WRK-NOME-CAMPO        PIC X(10) VALUE SPACES.
       77  WRK-DATA-EMISSAO      PIC X(14) VALUE SPACES.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MOTIVO            PIC X(40) VALUE SPACES.

       77  WRK-TEM-ENDERECOS     PIC X(01) VALUE "N".
       77  WRK-TEM-ALGUM-END     PIC X(01) VALUE "N".
       77  WRK-ACHOU-END         PIC X(01) VALUE "N".
       77  WRK-TIPO-END          PIC X(01) VALUE SPACES.
       77  WRK-DESCR-TIPO        PIC X(10) VALUE SPACES.
       77  WRK-QTD-ATIVOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-ENDERECO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-END-INVALIDO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-COBRANCA-OK   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ENTREGA-OK    PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CORRESP-OK    PIC 9(07) VALUE ZEROS.

       77  WRK-VEN-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-VEN-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-VEN-MOTIVO        PIC X(40) VALUE SPACES.

       01  WRK-LINHA-RELAT       PIC X(80).
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

           MOVE "CLIENTES.dat" TO WRK-CAM-CLIENTES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIENTES REG-PARAMETROS.

           MOVE "ENDERECO.dat" TO WRK-CAM-ENDERECO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ENDERECO REG-PARAMETROS.

           MOVE "QUALREL.dat" TO WRK-CAM-QUALREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-QUALREL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

                PERFORM 9000-TRATA-ERRO
             END-IF.

      *    SEM ENDERECO.dat NENHUM CLIENTE ATIVO TEM ENDERECO.
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

           OPEN OUTPUT RELAT-QUAL.
             IF FS-RELAT-QUAL NOT EQUAL 00
                MOVE FS-RELAT-QUAL TO WRK-FS-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATA-EMISSAO.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "QUALIDADE DE DADOS DE CLIENTES.dat - PRGARQ25"
                      DELIMITED BY SIZE
                  " - EMITIDO EM "        DELIMITED BY SIZE
                  WRK-DATA-EMISSAO (1:8)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-DATA-EMISSAO (9:6)  DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.
           MOVE ALL "-" TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.
                   ADD 1 TO WRK-QTD-COM-EXCECAO
               END-IF

               IF REG-STATUS-ATIVO
                   PERFORM 0240-CONFERE-ENDERECOS
               END-IF

               READ CLIENTES NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-CLIENTES
               END-READ
      *-----------------------------------------------------------------
       0230-GRAVA-PLACAR-CAMPO                   SECTION.

           IF WRK-QTD-BASE EQUAL ZEROS
               MOVE ZEROS TO WRK-PCT
           ELSE
               COMPUTE WRK-PCT =
                   (WRK-QTD-OK-CAMPO * 100) / WRK-QTD-BASE
           END-IF.

           MOVE SPACES TO WRK-LINHA-RELAT.
       0230-GRAVA-PLACAR-CAMPO-FIM. EXIT.


      *-----------------------------------------------------------------
      *    COMPLETUDE DE ENDERECOS DO CLIENTE ATIVO: O DE ENTREGA E
      *    OBRIGATORIO (SEM ELE O PRGARQ21 RECUSA PEDIDOS); COBRANCA E
      *    CORRESPONDENCIA SO SAO CONFERIDOS QUANDO CADASTRADOS.
       0240-CONFERE-ENDERECOS                    SECTION.

           ADD 1 TO WRK-QTD-ATIVOS.
           MOVE "N" TO WRK-TEM-ALGUM-END.

           MOVE "C" TO WRK-TIPO-END.
           PERFORM 0241-CONFERE-TIPO.
           MOVE "E" TO WRK-TIPO-END.
           PERFORM 0241-CONFERE-TIPO.
           MOVE "R" TO WRK-TIPO-END.
           PERFORM 0241-CONFERE-TIPO.

           IF WRK-TEM-ALGUM-END NOT EQUAL "S"
               ADD 1 TO WRK-QTD-SEM-ENDERECO
           END-IF.

       0240-CONFERE-ENDERECOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0241-CONFERE-TIPO                         SECTION.

           EVALUATE WRK-TIPO-END
               WHEN "C"
                   MOVE "COBRANCA"   TO WRK-DESCR-TIPO
               WHEN "E"
                   MOVE "ENTREGA"    TO WRK-DESCR-TIPO
               WHEN OTHER
                   MOVE "CORRESP."   TO WRK-DESCR-TIPO
           END-EVALUATE.

           MOVE "N" TO WRK-ACHOU-END.

           IF WRK-TEM-ENDERECOS EQUAL "S"
               MOVE REG-ID       TO END-ID-CLIENTE
               MOVE WRK-TIPO-END TO END-TIPO
               READ ENDERECOS
                   KEY IS END-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-ACHOU-END
               END-READ
           END-IF.

           IF WRK-ACHOU-END NOT EQUAL "S"
               IF WRK-TIPO-END EQUAL "E"
                   MOVE "SEM ENDERECO DE ENTREGA" TO WRK-MOTIVO
                   PERFORM 0245-GRAVA-EXCECAO-END
               END-IF
               GO TO 0241-CONFERE-TIPO-FIM
           END-IF.

           MOVE "S" TO WRK-TEM-ALGUM-END.

           MOVE "V" TO WRK-VEN-ACAO.
           CALL "PRGVEND" USING WRK-VEN-ACAO REG-ENDERECOS
               WRK-VEN-RESULTADO WRK-VEN-MOTIVO.

           IF WRK-VEN-RESULTADO NOT EQUAL "S"
               ADD 1 TO WRK-QTD-END-INVALIDO
               MOVE SPACES TO WRK-MOTIVO
               STRING WRK-DESCR-TIPO DELIMITED BY SPACE
                      ": "           DELIMITED BY SIZE
                      WRK-VEN-MOTIVO DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               PERFORM 0245-GRAVA-EXCECAO-END
               GO TO 0241-CONFERE-TIPO-FIM
           END-IF.

           EVALUATE WRK-TIPO-END
               WHEN "C"
                   ADD 1 TO WRK-QTD-COBRANCA-OK
               WHEN "E"
                   ADD 1 TO WRK-QTD-ENTREGA-OK
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CORRESP-OK
           END-EVALUATE.

       0241-CONFERE-TIPO-FIM. EXIT.


      *-----------------------------------------------------------------
       0245-GRAVA-EXCECAO-END                    SECTION.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "ID "      DELIMITED BY SIZE
                  REG-ID     DELIMITED BY SIZE
                  ": "       DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.

       0245-GRAVA-EXCECAO-END-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

           MOVE "PLACAR POR CAMPO" TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.

           MOVE WRK-QTD-TOTAL TO WRK-QTD-BASE.

           MOVE "NOME      " TO WRK-NOME-CAMPO.
           MOVE WRK-QTD-NOME-OK TO WRK-QTD-OK-CAMPO.
           PERFORM 0230-GRAVA-PLACAR-CAMPO.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.

           PERFORM 0310-PLACAR-ENDERECOS.

           DISPLAY WRK-MSG-FIM.
           DISPLAY "REGISTROS LIDOS.......: " WRK-QTD-TOTAL.
           DISPLAY "REGISTROS COM EXCECAO.: " WRK-QTD-COM-EXCECAO.
           DISPLAY "CLIENTES ATIVOS.......: " WRK-QTD-ATIVOS.
           DISPLAY "ATIVOS COM ENTREGA OK.: " WRK-QTD-ENTREGA-OK.
           DISPLAY "ATIVOS SEM ENDERECO...: " WRK-QTD-SEM-ENDERECO.
           DISPLAY "ENDERECOS INVALIDOS...: " WRK-QTD-END-INVALIDO.
           DISPLAY "RELATORIO GRAVADO EM QUALREL.dat".

           CLOSE CLIENTES.
           CLOSE RELAT-QUAL.
           IF WRK-TEM-ENDERECOS EQUAL "S"
              CLOSE ENDERECOS
           END-IF.
           MOVE "F" TO WRK-VEN-ACAO.
           CALL "PRGVEND" USING WRK-VEN-ACAO REG-ENDERECOS
               WRK-VEN-RESULTADO WRK-VEN-MOTIVO.

       0300-FINALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0310-PLACAR-ENDERECOS                     SECTION.

           MOVE ALL "-" TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.
           MOVE "COMPLETUDE DE ENDERECOS (CLIENTES ATIVOS)"
               TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.

           MOVE WRK-QTD-ATIVOS TO WRK-QTD-BASE.

           MOVE "ENTREGA   " TO WRK-NOME-CAMPO.
           MOVE WRK-QTD-ENTREGA-OK TO WRK-QTD-OK-CAMPO.
           PERFORM 0230-GRAVA-PLACAR-CAMPO.

           MOVE "COBRANCA  " TO WRK-NOME-CAMPO.
           MOVE WRK-QTD-COBRANCA-OK TO WRK-QTD-OK-CAMPO.
           PERFORM 0230-GRAVA-PLACAR-CAMPO.

           MOVE "CORRESPOND" TO WRK-NOME-CAMPO.
           MOVE WRK-QTD-CORRESP-OK TO WRK-QTD-OK-CAMPO.
           PERFORM 0230-GRAVA-PLACAR-CAMPO.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "CLIENTES ATIVOS.......: " DELIMITED BY SIZE
                  WRK-QTD-ATIVOS             DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "ATIVOS SEM ENDERECO...: " DELIMITED BY SIZE
                  WRK-QTD-SEM-ENDERECO       DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "ENDERECOS INVALIDOS...: " DELIMITED BY SIZE
                  WRK-QTD-END-INVALIDO       DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-QUAL
           WRITE REG-RELAT-QUAL.

       0310-PLACAR-ENDERECOS-FIM. EXIT.

      *-----------------------------------------------------------------

       9000-TRATA-ERRO                           SECTION.
