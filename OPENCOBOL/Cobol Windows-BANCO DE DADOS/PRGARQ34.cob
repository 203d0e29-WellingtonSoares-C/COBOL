       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ34.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : CARGA EM LOTE DA TABELA DE CEP (CEPS.dat) A
      *==                PARTIR DA BASE DOS CORREIOS. LE CEPCORR.dat,
      *==                UM CEP POR LINHA NO FORMATO DELIMITADO POR "@"
      *==                DA BASE DOS CORREIOS:
      *==                  CEP@LOGRADOURO@BAIRRO@CIDADE@UF
      *==                (CEP COM OU SEM HIFEN; LOGRADOURO E BAIRRO EM
      *==                BRANCO PARA CEP DE LOCALIDADE). CEP NOVO E
      *==                INCLUIDO E CEP JA CADASTRADO E ATUALIZADO, DE
      *==                MODO QUE TANTO A BASE COMPLETA QUANTO OS
      *==                ARQUIVOS DE ATUALIZACAO DOS CORREIOS PODEM SER
      *==                CARREGADOS. LINHA COM CEP, CIDADE OU UF
      *==                INVALIDOS VAI PARA CEPREJ.dat COM O MOTIVO.
      *==                A TABELA E USADA PELO PRGVEND PARA VALIDAR O
      *==                CEP E PREENCHER CIDADE/UF DOS ENDERECOS DE
      *==                CLIENTE. EXECUTAVEL SEM INTERVENCAO DO
      *==                OPERADOR.
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
           SELECT CEPS ASSIGN TO DYNAMIC
               WRK-CAM-CEPS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CEP-CODIGO
             FILE STATUS IS FS-CEPS.

           SELECT CORREIOS ASSIGN TO DYNAMIC
               WRK-CAM-CEPCORR
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CORREIOS.

           SELECT REJEITADOS ASSIGN TO DYNAMIC
               WRK-CAM-CEPREJ
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-REJEITADOS.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD CEPS.
           COPY CEPREG.

       FD CORREIOS.
       01  REG-CORREIOS          PIC X(150).

       FD REJEITADOS.
       01  REG-REJEITA           PIC X(100).

       WORKING-STORAGE                           SECTION.
       77  FS-CEPS               PIC 9(02).
       77  FS-CORREIOS           PIC 9(02).
       77  FS-REJEITADOS         PIC 9(02).

       77  WRK-CAM-CEPS          PIC X(100) VALUE SPACES.
       77  WRK-CAM-CEPCORR       PIC X(100) VALUE SPACES.
       77  WRK-CAM-CEPREJ        PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-FIM-CORREIOS      PIC X(01) VALUE "N".
       77  WRK-UF-VALIDA         PIC X(01) VALUE "N".

       77  WRK-QTD-LINHAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-INCLUIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ATUALIZADOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-INALTERADOS   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS    PIC 9(07) VALUE ZEROS.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ARQUIVO NAO EXISTE!".

       77  WRK-MOTIVO            PIC X(30) VALUE SPACES.

       77  WRK-DATA-HOJE         PIC X(08) VALUE SPACES.

       01  WRK-CAMPOS-CORREIOS.
           05 WRK-COR-CEP        PIC X(09).
           05 WRK-COR-LOGRADOURO PIC X(40).
           05 WRK-COR-BAIRRO     PIC X(30).
           05 WRK-COR-CIDADE     PIC X(30).
           05 WRK-COR-UF         PIC X(02).

       01  WRK-CEP-NOVO.
           05 WRK-NOV-CODIGO     PIC X(08).
           05 WRK-NOV-LOGRADOURO PIC X(40).
           05 WRK-NOV-BAIRRO     PIC X(30).
           05 WRK-NOV-CIDADE     PIC X(30).
           05 WRK-NOV-UF         PIC X(02).

       01  WRK-LINHA-REJEITA.
           05 WRK-REJ-LINHA      PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-REJ-MOTIVO     PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-REJ-ENTRADA    PIC X(59).
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

           MOVE "CEPS.dat" TO WRK-CAM-CEPS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CEPS REG-PARAMETROS.

           MOVE "CEPCORR.dat" TO WRK-CAM-CEPCORR.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CEPCORR REG-PARAMETROS.

           MOVE "CEPREJ.dat" TO WRK-CAM-CEPREJ.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CEPREJ REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           OPEN INPUT CORREIOS.
             IF FS-CORREIOS NOT EQUAL 00
                MOVE FS-CORREIOS    TO WRK-FS-ERRO
                MOVE "CEPCORR.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN I-O CEPS.

             IF FS-CEPS EQUAL 35
                OPEN OUTPUT CEPS
                CLOSE CEPS
                OPEN I-O CEPS
             END-IF.

             IF FS-CEPS NOT EQUAL 00
                MOVE FS-CEPS        TO WRK-FS-ERRO
                MOVE "CEPS.dat"     TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN OUTPUT REJEITADOS.
             IF FS-REJEITADOS NOT EQUAL 00
                MOVE FS-REJEITADOS  TO WRK-FS-ERRO
                MOVE "CEPREJ.dat"   TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           READ CORREIOS
               AT END MOVE "S" TO WRK-FIM-CORREIOS
           END-READ.

           PERFORM UNTIL WRK-FIM-CORREIOS EQUAL "S"
               ADD 1 TO WRK-QTD-LINHAS
               IF REG-CORREIOS NOT EQUAL SPACES
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM 0210-CARREGAR-CEP
               END-IF

               READ CORREIOS
                   AT END MOVE "S" TO WRK-FIM-CORREIOS
               END-READ
           END-PERFORM.

       0200-PROCESSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-CARREGAR-CEP                         SECTION.

           MOVE SPACES TO WRK-MOTIVO
                          WRK-CAMPOS-CORREIOS
                          WRK-CEP-NOVO.

           UNSTRING REG-CORREIOS DELIMITED BY "@"
               INTO WRK-COR-CEP
                    WRK-COR-LOGRADOURO
                    WRK-COR-BAIRRO
                    WRK-COR-CIDADE
                    WRK-COR-UF
           END-UNSTRING.

      *    O CEP PODE VIR COMO 99999999 OU 99999-999.
           IF WRK-COR-CEP (6:1) EQUAL "-"
               STRING WRK-COR-CEP (1:5) DELIMITED BY SIZE
                      WRK-COR-CEP (7:3) DELIMITED BY SIZE
                      INTO WRK-NOV-CODIGO
           ELSE
               IF WRK-COR-CEP (9:1) EQUAL SPACE
                   MOVE WRK-COR-CEP (1:8) TO WRK-NOV-CODIGO
               END-IF
           END-IF.

           IF WRK-NOV-CODIGO NOT NUMERIC
               MOVE "CEP INVALIDO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-CARREGAR-CEP-FIM
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-COR-LOGRADOURO)
               TO WRK-NOV-LOGRADOURO.
           MOVE FUNCTION UPPER-CASE(WRK-COR-BAIRRO) TO WRK-NOV-BAIRRO.
           MOVE FUNCTION UPPER-CASE(WRK-COR-CIDADE) TO WRK-NOV-CIDADE.
           MOVE FUNCTION UPPER-CASE(WRK-COR-UF)     TO WRK-NOV-UF.

           IF WRK-NOV-CIDADE EQUAL SPACES
               MOVE "CIDADE EM BRANCO" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-CARREGAR-CEP-FIM
           END-IF.

           PERFORM 0220-VALIDA-UF.

           IF WRK-UF-VALIDA NOT EQUAL "S"
               MOVE "UF INVALIDA" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
               GO TO 0210-CARREGAR-CEP-FIM
           END-IF.

           MOVE WRK-NOV-CODIGO TO CEP-CODIGO.
           READ CEPS
               KEY IS CEP-CODIGO
               INVALID KEY
                   PERFORM 0230-INCLUIR-CEP
               NOT INVALID KEY
                   PERFORM 0240-ATUALIZAR-CEP
           END-READ.

       0210-CARREGAR-CEP-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-VALIDA-UF                            SECTION.

           MOVE "S" TO WRK-UF-VALIDA.

           EVALUATE WRK-NOV-UF
               WHEN "AC" WHEN "AL" WHEN "AP" WHEN "AM" WHEN "BA"
               WHEN "CE" WHEN "DF" WHEN "ES" WHEN "GO" WHEN "MA"
               WHEN "MT" WHEN "MS" WHEN "MG" WHEN "PA" WHEN "PB"
               WHEN "PR" WHEN "PE" WHEN "PI" WHEN "RJ" WHEN "RN"
               WHEN "RS" WHEN "RO" WHEN "RR" WHEN "SC" WHEN "SP"
               WHEN "SE" WHEN "TO"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WRK-UF-VALIDA
           END-EVALUATE.

       0220-VALIDA-UF-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-INCLUIR-CEP                          SECTION.

           MOVE WRK-NOV-CODIGO     TO CEP-CODIGO.
           MOVE WRK-NOV-LOGRADOURO TO CEP-LOGRADOURO.
           MOVE WRK-NOV-BAIRRO     TO CEP-BAIRRO.
           MOVE WRK-NOV-CIDADE     TO CEP-CIDADE.
           MOVE WRK-NOV-UF         TO CEP-UF.
           MOVE WRK-DATA-HOJE      TO CEP-DATA-CARGA.

           WRITE REG-CEPS.
           IF FS-CEPS EQUAL 00
               ADD 1 TO WRK-QTD-INCLUIDOS
           ELSE
               MOVE "ERRO AO GRAVAR EM CEPS.dat" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
           END-IF.

       0230-INCLUIR-CEP-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-ATUALIZAR-CEP                        SECTION.

           IF CEP-LOGRADOURO EQUAL WRK-NOV-LOGRADOURO AND
              CEP-BAIRRO     EQUAL WRK-NOV-BAIRRO     AND
              CEP-CIDADE     EQUAL WRK-NOV-CIDADE     AND
              CEP-UF         EQUAL WRK-NOV-UF
               ADD 1 TO WRK-QTD-INALTERADOS
               GO TO 0240-ATUALIZAR-CEP-FIM
           END-IF.

           MOVE WRK-NOV-LOGRADOURO TO CEP-LOGRADOURO.
           MOVE WRK-NOV-BAIRRO     TO CEP-BAIRRO.
           MOVE WRK-NOV-CIDADE     TO CEP-CIDADE.
           MOVE WRK-NOV-UF         TO CEP-UF.
           MOVE WRK-DATA-HOJE      TO CEP-DATA-CARGA.

           REWRITE REG-CEPS.
           IF FS-CEPS EQUAL 00
               ADD 1 TO WRK-QTD-ATUALIZADOS
           ELSE
               MOVE "ERRO AO REGRAVAR EM CEPS.dat" TO WRK-MOTIVO
               PERFORM 0400-REJEITAR
           END-IF.

       0240-ATUALIZAR-CEP-FIM. EXIT.


      *-----------------------------------------------------------------
       0400-REJEITAR                             SECTION.

           ADD 1 TO WRK-QTD-REJEITADOS.

           MOVE SPACES         TO WRK-LINHA-REJEITA.
           MOVE WRK-QTD-LINHAS TO WRK-REJ-LINHA.
           MOVE WRK-MOTIVO     TO WRK-REJ-MOTIVO.
           MOVE REG-CORREIOS   TO WRK-REJ-ENTRADA.
           MOVE WRK-LINHA-REJEITA TO REG-REJEITA.
           WRITE REG-REJEITA.

       0400-REJEITAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             DISPLAY WRK-MSG-FIM.
             DISPLAY "CEPS LIDOS............: " WRK-QTD-LIDOS.
             DISPLAY "CEPS INCLUIDOS........: " WRK-QTD-INCLUIDOS.
             DISPLAY "CEPS ATUALIZADOS......: " WRK-QTD-ATUALIZADOS.
             DISPLAY "CEPS SEM ALTERACAO....: " WRK-QTD-INALTERADOS.
             DISPLAY "CEPS REJEITADOS.......: " WRK-QTD-REJEITADOS.
             DISPLAY "REJEITADOS GRAVADOS EM CEPREJ.dat".
             CLOSE CEPS.
             CLOSE CORREIOS.
             CLOSE REJEITADOS.

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
