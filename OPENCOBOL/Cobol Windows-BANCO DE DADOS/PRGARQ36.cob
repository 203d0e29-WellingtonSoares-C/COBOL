       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ36.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : FECHAMENTO MENSAL E TENDENCIA. A OPCAO
      *==                (F)ECHAR GRAVA EM FECHMES.dat (COPY FCHREG) UM
      *==                REGISTRO DE RESUMO DO MES INFORMADO (EM BRANCO
      *==                = MES ANTERIOR): ATIVOS/INATIVOS POR
      *==                REG-STATUS, INCLUSOES, ALTERACOES E EXCLUSOES
      *==                DE JRNL.dat, ARQUIVADOS EM CLIARQV.dat E
      *==                FUSOES DE XREF.dat (AS EXCLUSOES DO DIARIO SAO
      *==                SEPARADAS PELO DESTINO DO ID), PEDIDOS ABERTOS
      *==                E FECHADOS NO MES COM O TOTAL DE PED-VALOR E
      *==                OS PERCENTUAIS DE LIMPOS DO QUALREL.dat
      *==                (PRGARQ25). UM MES JA FECHADO NUNCA E FECHADO
      *==                DE NOVO (RETURN-CODE 12). A OPCAO
      *==                (R)ELATORIO, E TAMBEM O FIM DE TODO
      *==                FECHAMENTO, GRAVA EM TENDREL.dat OS 12 MESES
      *==                ATE O MES INFORMADO LADO A LADO, COM A
      *==                VARIACAO SOBRE O MES ANTERIOR. RESPOSTA EM
      *==                BRANCO NOS PROMPTS FECHA O MES ANTERIOR, PARA
      *==                O PLANO MENSAL DO PRGARQ19 (PRGARQ25 ANTES).
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *==              - 15/10/2026 - OS VALORES DA TENDENCIA PASSAM A
      *==                SER GUARDADOS E IMPRESSOS COM CENTAVOS E ATE 11
      *==                DIGITOS INTEIROS (MASCARA ZZ.ZZZ.ZZZ.ZZ9,99):
      *==                OS VALORES EM R$ DOS PEDIDOS SAIAM TRUNCADOS.
      *==                AS COLUNAS DE TENDREL.dat PASSAM DE 11 PARA 18
      *==                POSICOES E A LINHA DE 170 PARA 252.
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DYNAMIC
               WRK-CAM-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT CLI-ARQUIVO ASSIGN TO DYNAMIC
               WRK-CAM-CLIARQV
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ARV-ID
             FILE STATUS IS FS-CLI-ARQUIVO.

           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.

           SELECT XREF ASSIGN TO DYNAMIC
               WRK-CAM-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-XREF.

           SELECT PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

           SELECT QUALIDADE ASSIGN TO DYNAMIC
               WRK-CAM-QUALREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-QUALIDADE.

           SELECT FECHAMENTO ASSIGN TO DYNAMIC
               WRK-CAM-FECHMES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS FCH-ANOMES
             FILE STATUS IS FS-FECHAMENTO.

           SELECT RELAT-TENDENCIA ASSIGN TO DYNAMIC
               WRK-CAM-TENDREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-TENDENCIA.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD CLI-ARQUIVO.
       01  REG-ARQUIVADO.
           05 ARV-ID             PIC X(04).
           05 ARV-NOME           PIC X(20).
           05 ARV-TELEFONE       PIC X(11).
           05 ARV-CPF            PIC X(11).
           05 ARV-EMAIL          PIC X(40).
           05 ARV-STATUS         PIC X(01).
           05 ARV-DATA-ULT-MANUT PIC X(08).

       FD JORNAL.
       01  REG-JORNAL            PIC X(230).

       FD XREF.
       01  REG-XREF.
           05 XRF-ID-ANTIGO      PIC X(04).
           05 FILLER             PIC X(02).
           05 XRF-ID-NOVO        PIC X(04).

       FD PEDIDOS.
           COPY PEDREG.

       FD QUALIDADE.
       01  REG-QUALIDADE         PIC X(80).

       FD FECHAMENTO.
           COPY FCHREG.

       FD RELAT-TENDENCIA.
       01  REG-RELAT-TENDENCIA   PIC X(252).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES           PIC 9(02).
       77  FS-CLI-ARQUIVO        PIC 9(02).
       77  FS-JORNAL             PIC 9(02).
       77  FS-XREF               PIC 9(02).
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-QUALIDADE          PIC 9(02).
       77  FS-FECHAMENTO         PIC 9(02).
       77  FS-RELAT-TENDENCIA    PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIARQV       PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-XREF          PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-QUALREL       PIC X(100) VALUE SPACES.
       77  WRK-CAM-FECHMES       PIC X(100) VALUE SPACES.
       77  WRK-CAM-TENDREL       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-MODO              PIC X(01) VALUE "F".
           88  WRK-MODO-FECHAR   VALUE "F".
           88  WRK-MODO-RELATORIO VALUE "R".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ36".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-OPERADOR          PIC X(08) VALUE "SISTEMA".

       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.
       77  WRK-MES-CORRENTE      PIC X(06) VALUE SPACES.
       77  WRK-MES-ANTERIOR      PIC X(06) VALUE SPACES.
       77  WRK-ANOMES            PIC X(06) VALUE SPACES.
       77  WRK-ANOMES-ENTRADA    PIC X(06) VALUE SPACES.
       77  WRK-CALC-ANO          PIC 9(04) VALUE ZEROS.
       77  WRK-CALC-MES          PIC 9(02) VALUE ZEROS.
       77  WRK-MES-RECUSADO      PIC X(01) VALUE "N".

       77  WRK-FIM-CLIENTES      PIC X(01) VALUE "N".
       77  WRK-FIM-ARQUIVO       PIC X(01) VALUE "N".
       77  WRK-FIM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-FIM-XREF          PIC X(01) VALUE "N".
       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-FIM-QUALIDADE     PIC X(01) VALUE "N".
       77  WRK-TEM-ARQUIVO       PIC X(01) VALUE "N".

       77  WRK-XRF-USADOS        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-XRF           PIC 9(03) VALUE ZEROS.
       77  WRK-XRF-ACHOU         PIC X(01) VALUE "N".

       77  WRK-QTD-LINHAS-MES    PIC 9(07) VALUE ZEROS.
       77  WRK-QUAL-CAMPO        PIC X(10) VALUE SPACES.
       77  WRK-QUAL-PCT          PIC 9(03) VALUE ZEROS.
       77  WRK-QUAL-RESTO        PIC X(80) VALUE SPACES.
       77  WRK-QUAL-EMISSAO      PIC X(80) VALUE SPACES.

       77  WRK-IDX-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ANT           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-VER           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-COL           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-IND           PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-MESES-ACHADOS PIC 9(02) VALUE ZEROS.
       77  WRK-DISPONIVEL        PIC X(01) VALUE "N".
       77  WRK-VARIACAO          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EDT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-EDT-VARIACAO      PIC +++.+++.+++.++9,99.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ARQUIVO NAO EXISTE!".

       01  WRK-TABELA-XREF.
           05 WRK-XRF-ENTRADA     OCCURS 500 TIMES.
              10 WRK-XRF-ANTIGO   PIC X(04).
              10 WRK-XRF-NOVO     PIC X(04).

       01  WRK-LINHA-JORNAL.
           05 WRK-JRN-TIMESTAMP.
              10 WRK-JRN-DATA    PIC X(08).
              10 WRK-JRN-HORA    PIC X(06).
              10 FILLER          PIC X(07).
           05 FILLER             PIC X(02).
           05 WRK-JRN-OPERACAO   PIC X(01).
           05 FILLER             PIC X(02).
           05 WRK-JRN-ANTES.
              10 JRA-ID          PIC X(04).
              10 FILLER          PIC X(91).
           05 FILLER             PIC X(02).
           05 WRK-JRN-DEPOIS.
              10 JRD-ID          PIC X(04).
              10 FILLER          PIC X(91).
           05 FILLER             PIC X(02).
           05 WRK-JRN-OPERADOR   PIC X(08).

      *    MESES DA TENDENCIA: 13 = MES INFORMADO, 1 = TREZE MESES
      *    ANTES (SO SERVE DE BASE PARA A VARIACAO DA PRIMEIRA COLUNA).
      *    INDICADORES: 1 ATIVOS, 2 INATIVOS, 3 INCLUSOES, 4
      *    ALTERACOES, 5 EXCLUSOES, 6 ARQUIVADOS, 7 FUSOES, 8/9
      *    PEDIDOS ABERTOS (QTD/R$), 10/11 PEDIDOS FECHADOS (QTD/R$),
      *    12 A 20 PERCENTUAIS DE LIMPOS DO PRGARQ25.
       01  WRK-TABELA-MESES.
           05 WRK-MES-ENTRADA     OCCURS 13 TIMES.
              10 WRK-MES-ANOMES   PIC X(06).
              10 WRK-MES-EXISTE   PIC X(01).
              10 WRK-MES-TEM-QUAL PIC X(01).
              10 WRK-MES-FECHADO  PIC X(11).
              10 WRK-MES-QUALIDADE PIC X(11).
              10 WRK-MES-VALOR    PIC S9(11)V99 OCCURS 20 TIMES.

       01  WRK-LINHA-TENDENCIA.
           05 WRK-TND-ROTULO     PIC X(24).
           05 WRK-TND-CELULA     OCCURS 12 TIMES.
              10 FILLER          PIC X(01).
              10 WRK-TND-COLUNA  PIC X(18).

       01  WRK-LINHA-RELAT       PIC X(170).
      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           IF WRK-MODO-FECHAR
               PERFORM 0200-FECHAR-MES
           END-IF.
           IF WRK-MES-RECUSADO NOT EQUAL "S"
               PERFORM 0500-RELATORIO-TENDENCIA
           END-IF.
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

           MOVE "XREF.dat" TO WRK-CAM-XREF.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-XREF REG-PARAMETROS.

           MOVE "PEDIDOS.dat" TO WRK-CAM-PEDIDOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDIDOS REG-PARAMETROS.

           MOVE "QUALREL.dat" TO WRK-CAM-QUALREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-QUALREL REG-PARAMETROS.

           MOVE "FECHMES.dat" TO WRK-CAM-FECHMES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-FECHMES REG-PARAMETROS.

           MOVE "TENDREL.dat" TO WRK-CAM-TENDREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-TENDREL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           MOVE "C" TO WRK-SES-ACAO.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO EQUAL "S"
               MOVE WRK-SES-OPERADOR TO WRK-OPERADOR
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.
           MOVE WRK-TIMESTAMP (1:6) TO WRK-MES-CORRENTE.

           MOVE WRK-TIMESTAMP (1:4) TO WRK-CALC-ANO.
           MOVE WRK-TIMESTAMP (5:2) TO WRK-CALC-MES.
           IF WRK-CALC-MES EQUAL 01
               SUBTRACT 1 FROM WRK-CALC-ANO
               MOVE 12 TO WRK-CALC-MES
           ELSE
               SUBTRACT 1 FROM WRK-CALC-MES
           END-IF.
           MOVE WRK-CALC-ANO TO WRK-MES-ANTERIOR (1:4).
           MOVE WRK-CALC-MES TO WRK-MES-ANTERIOR (5:2).

           DISPLAY "MODO (F)ECHAR O MES OU (R)ELATORIO DE TENDENCIA?"
               ACCEPT WRK-MODO.

           IF NOT WRK-MODO-RELATORIO
               MOVE "F" TO WRK-MODO
           END-IF.

           DISPLAY "MES (AAAAMM) - EM BRANCO = " WRK-MES-ANTERIOR
               ACCEPT WRK-ANOMES-ENTRADA.

           IF WRK-ANOMES-ENTRADA EQUAL SPACES
               MOVE WRK-MES-ANTERIOR TO WRK-ANOMES
           ELSE
               MOVE WRK-ANOMES-ENTRADA TO WRK-ANOMES
           END-IF.

           IF WRK-ANOMES NOT NUMERIC OR
              WRK-ANOMES (5:2) < "01" OR WRK-ANOMES (5:2) > "12"
               DISPLAY "MES INVALIDO: " WRK-ANOMES
                   ". INFORME AAAAMM."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *    O MES CORRENTE AINDA TEM MOVIMENTO POR VIR: SO FECHA MES
      *    JA ENCERRADO.
           IF WRK-MODO-FECHAR AND WRK-ANOMES NOT < WRK-MES-CORRENTE
               DISPLAY "MES " WRK-ANOMES " AINDA NAO ENCERRADO. "
                   "FECHAMENTO NAO EXECUTADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O FECHAMENTO.
             IF FS-FECHAMENTO EQUAL 35
                OPEN OUTPUT FECHAMENTO
                CLOSE FECHAMENTO
                OPEN I-O FECHAMENTO
             END-IF.

             IF FS-FECHAMENTO NOT EQUAL 00
                MOVE FS-FECHAMENTO TO WRK-FS-ERRO
                MOVE "FECHMES.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-FECHAR-MES                           SECTION.

           MOVE WRK-ANOMES TO FCH-ANOMES.
           READ FECHAMENTO
               KEY IS FCH-ANOMES
               INVALID KEY
                   CONTINUE
           END-READ.

           IF FS-FECHAMENTO EQUAL 00
               DISPLAY "MES " WRK-ANOMES " JA FECHADO EM "
                   FCH-DATA-FECHAMENTO " " FCH-HORA-FECHAMENTO
                   " POR " FCH-OPERADOR ". FECHAMENTO NAO REPETIDO."
               MOVE "S" TO WRK-MES-RECUSADO
               GO TO 0200-FECHAR-MES-FIM
           END-IF.

           IF FS-FECHAMENTO NOT EQUAL 23
               MOVE FS-FECHAMENTO TO WRK-FS-ERRO
               MOVE "FECHMES.dat"  TO WRK-ARQ-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           IF WRK-ANOMES NOT EQUAL WRK-MES-ANTERIOR
               DISPLAY "AVISO: FECHAMENTO FORA DE EPOCA. ATIVOS, "
                   "INATIVOS E TOTAIS DE ARQUIVO SAO OS DE HOJE."
           END-IF.

           INITIALIZE REG-FECHAMENTO.
           MOVE WRK-ANOMES           TO FCH-ANOMES.
           MOVE WRK-TIMESTAMP (1:8)  TO FCH-DATA-FECHAMENTO.
           MOVE WRK-TIMESTAMP (9:6)  TO FCH-HORA-FECHAMENTO.
           MOVE WRK-OPERADOR         TO FCH-OPERADOR.
           MOVE SPACES               TO FCH-DATA-QUALIDADE.

           PERFORM 0210-CARREGAR-XREF.
           PERFORM 0220-CONTAR-CLIENTES.
           PERFORM 0230-CONTAR-ARQUIVO.
           PERFORM 0240-LER-JORNAL.
           PERFORM 0260-LER-PEDIDOS.
           PERFORM 0270-LER-QUALIDADE.

           IF WRK-TEM-ARQUIVO EQUAL "S"
               CLOSE CLI-ARQUIVO
           END-IF.

           WRITE REG-FECHAMENTO
               INVALID KEY
                   DISPLAY "MES " WRK-ANOMES " FECHADO POR OUTRA "
                       "SESSAO DURANTE ESTA EXECUCAO. NADA GRAVADO."
                   MOVE "S" TO WRK-MES-RECUSADO
                   GO TO 0200-FECHAR-MES-FIM
           END-WRITE.

             IF FS-FECHAMENTO NOT EQUAL 00
                MOVE FS-FECHAMENTO TO WRK-FS-ERRO
                MOVE "FECHMES.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           DISPLAY "MES " WRK-ANOMES " FECHADO EM FECHMES.dat".
           DISPLAY "ATIVOS................: " FCH-QTD-ATIVOS.
           DISPLAY "INATIVOS..............: " FCH-QTD-INATIVOS.
           DISPLAY "INCLUSOES.............: " FCH-QTD-INCLUSOES.
           DISPLAY "ALTERACOES............: " FCH-QTD-ALTERACOES.
           DISPLAY "EXCLUSOES.............: " FCH-QTD-EXCLUSOES.
           DISPLAY "ARQUIVADOS............: " FCH-QTD-ARQUIVADOS.
           DISPLAY "FUSOES................: " FCH-QTD-FUSOES.
           DISPLAY "PEDIDOS ABERTOS.......: " FCH-QTD-PED-ABERTOS.
           DISPLAY "PEDIDOS FECHADOS......: " FCH-QTD-PED-FECHADOS.

       0200-FECHAR-MES-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-CARREGAR-XREF                        SECTION.

      *    SEM XREF.dat NENHUMA EXCLUSAO DO MES VEIO DE FUSAO.
           OPEN INPUT XREF.
             IF FS-XREF NOT EQUAL 00
                GO TO 0210-CARREGAR-XREF-FIM
             END-IF.

           READ XREF
               AT END MOVE "S" TO WRK-FIM-XREF
           END-READ.

           PERFORM UNTIL WRK-FIM-XREF EQUAL "S"
               ADD 1 TO FCH-QTD-XREF-TOTAL
               IF WRK-XRF-USADOS < 500
                   ADD 1 TO WRK-XRF-USADOS
                   MOVE XRF-ID-ANTIGO
                       TO WRK-XRF-ANTIGO (WRK-XRF-USADOS)
                   MOVE XRF-ID-NOVO
                       TO WRK-XRF-NOVO (WRK-XRF-USADOS)
               ELSE
                   DISPLAY "AVISO: TABELA DE XREF CHEIA. ENTRADA "
                       XRF-ID-ANTIGO " IGNORADA."
               END-IF

               READ XREF
                   AT END MOVE "S" TO WRK-FIM-XREF
               END-READ
           END-PERFORM.

           CLOSE XREF.

       0210-CARREGAR-XREF-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-CONTAR-CLIENTES                      SECTION.

           OPEN INPUT CLIENTES.
             IF FS-CLIENTES NOT EQUAL 00
                MOVE FS-CLIENTES    TO WRK-FS-ERRO
                MOVE "CLIENTES.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO WRK-FIM-CLIENTES
           END-READ.

           PERFORM UNTIL WRK-FIM-CLIENTES EQUAL "S"
               EVALUATE TRUE
                   WHEN REG-STATUS-ATIVO
                       ADD 1 TO FCH-QTD-ATIVOS
                   WHEN REG-STATUS-INATIVO
                       ADD 1 TO FCH-QTD-INATIVOS
                   WHEN OTHER
                       ADD 1 TO FCH-QTD-OUTROS
               END-EVALUATE

               READ CLIENTES NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-CLIENTES
               END-READ
           END-PERFORM.

           CLOSE CLIENTES.

       0220-CONTAR-CLIENTES-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-CONTAR-ARQUIVO                       SECTION.

      *    SEM CLIARQV.dat NENHUM CLIENTE FOI ARQUIVADO AINDA.
           OPEN INPUT CLI-ARQUIVO.
             IF FS-CLI-ARQUIVO NOT EQUAL 00
                GO TO 0230-CONTAR-ARQUIVO-FIM
             END-IF.

           MOVE "S" TO WRK-TEM-ARQUIVO.

           READ CLI-ARQUIVO NEXT RECORD
               AT END MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               ADD 1 TO FCH-QTD-ARQV-TOTAL
               READ CLI-ARQUIVO NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-ARQUIVO
               END-READ
           END-PERFORM.

       0230-CONTAR-ARQUIVO-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-LER-JORNAL                           SECTION.

           OPEN INPUT JORNAL.
             IF FS-JORNAL NOT EQUAL 00
                DISPLAY "AVISO: JRNL.dat INDISPONIVEL (STATUS.."
                    FS-JORNAL "). MOVIMENTO DO MES ZERADO."
                GO TO 0240-LER-JORNAL-FIM
             END-IF.

           READ JORNAL
               AT END MOVE "S" TO WRK-FIM-JORNAL
           END-READ.

           PERFORM UNTIL WRK-FIM-JORNAL EQUAL "S"
               MOVE REG-JORNAL TO WRK-LINHA-JORNAL
               IF WRK-JRN-DATA (1:6) EQUAL WRK-ANOMES
                   ADD 1 TO WRK-QTD-LINHAS-MES
                   EVALUATE WRK-JRN-OPERACAO
                       WHEN "I"
                           ADD 1 TO FCH-QTD-INCLUSOES
                       WHEN "A"
                           ADD 1 TO FCH-QTD-ALTERACOES
                       WHEN "E"
                           PERFORM 0250-CLASSIFICA-EXCLUSAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

               READ JORNAL
                   AT END MOVE "S" TO WRK-FIM-JORNAL
               END-READ
           END-PERFORM.

           CLOSE JORNAL.

       0240-LER-JORNAL-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-CLASSIFICA-EXCLUSAO                  SECTION.

      *    O DIARIO GRAVA "E" PARA EXCLUSAO (PRGARQ7/PRGARQ10), PARA O
      *    ID RETIRADO NA FUSAO (PRGARQ24) E PARA O ARQUIVAMENTO
      *    (PRGARQ20): O ID EM XREF.dat E FUSAO, O ID EM CLIARQV.dat E
      *    ARQUIVAMENTO, O RESTO E EXCLUSAO.
           MOVE "N" TO WRK-XRF-ACHOU.
           PERFORM VARYING WRK-IDX-XRF FROM 1 BY 1
               UNTIL WRK-IDX-XRF > WRK-XRF-USADOS
                  OR WRK-XRF-ACHOU EQUAL "S"
               IF WRK-XRF-ANTIGO (WRK-IDX-XRF) EQUAL JRA-ID
                   MOVE "S" TO WRK-XRF-ACHOU
               END-IF
           END-PERFORM.

           IF WRK-XRF-ACHOU EQUAL "S"
               ADD 1 TO FCH-QTD-FUSOES
               GO TO 0250-CLASSIFICA-EXCLUSAO-FIM
           END-IF.

           IF WRK-TEM-ARQUIVO EQUAL "S"
               MOVE JRA-ID TO ARV-ID
               READ CLI-ARQUIVO
                   KEY IS ARV-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF FS-CLI-ARQUIVO EQUAL 00
                   ADD 1 TO FCH-QTD-ARQUIVADOS
                   GO TO 0250-CLASSIFICA-EXCLUSAO-FIM
               END-IF
           END-IF.

           ADD 1 TO FCH-QTD-EXCLUSOES.

       0250-CLASSIFICA-EXCLUSAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0260-LER-PEDIDOS                          SECTION.

           OPEN INPUT PEDIDOS.
             IF FS-PEDIDOS NOT EQUAL 00
                DISPLAY "AVISO: PEDIDOS.dat INDISPONIVEL (STATUS.."
                    FS-PEDIDOS "). PEDIDOS DO MES ZERADOS."
                GO TO 0260-LER-PEDIDOS-FIM
             END-IF.

           READ PEDIDOS NEXT RECORD
               AT END MOVE "S" TO WRK-FIM-PEDIDOS
           END-READ.

           PERFORM UNTIL WRK-FIM-PEDIDOS EQUAL "S"
               IF PED-DATA (1:6) EQUAL WRK-ANOMES
                   ADD 1         TO FCH-QTD-PED-ABERTOS
                   ADD PED-VALOR TO FCH-VLR-PED-ABERTOS
               END-IF

               IF PED-STATUS-FECHADO AND
                  PED-DATA-FECHAMENTO (1:6) EQUAL WRK-ANOMES
                   ADD 1         TO FCH-QTD-PED-FECHADOS
                   ADD PED-VALOR TO FCH-VLR-PED-FECHADOS
               END-IF

               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ
           END-PERFORM.

           CLOSE PEDIDOS.

       0260-LER-PEDIDOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0270-LER-QUALIDADE                        SECTION.

      *    PLACAR DO PRGARQ25: "CAMPO     : LIMPOS NNNNNNN (PPP%)".
           OPEN INPUT QUALIDADE.
             IF FS-QUALIDADE NOT EQUAL 00
                DISPLAY "AVISO: QUALREL.dat INDISPONIVEL. "
                    "PERCENTUAIS DE LIMPOS NAO REGISTRADOS."
                GO TO 0270-LER-QUALIDADE-FIM
             END-IF.

           READ QUALIDADE
               AT END MOVE "S" TO WRK-FIM-QUALIDADE
           END-READ.

           IF WRK-FIM-QUALIDADE NOT EQUAL "S"
               MOVE SPACES TO WRK-QUAL-RESTO WRK-QUAL-EMISSAO
               UNSTRING REG-QUALIDADE DELIMITED BY "EMITIDO EM "
                   INTO WRK-QUAL-RESTO WRK-QUAL-EMISSAO
               END-UNSTRING
               IF WRK-QUAL-EMISSAO (1:8) NUMERIC
                   MOVE WRK-QUAL-EMISSAO (1:8) TO FCH-DATA-QUALIDADE
               ELSE
                   MOVE "00000000" TO FCH-DATA-QUALIDADE
               END-IF
           END-IF.

           PERFORM UNTIL WRK-FIM-QUALIDADE EQUAL "S"
               IF REG-QUALIDADE (11:9) EQUAL ": LIMPOS " AND
                  REG-QUALIDADE (27:2) EQUAL " ("        AND
                  REG-QUALIDADE (29:3) NUMERIC
                   MOVE REG-QUALIDADE (1:10) TO WRK-QUAL-CAMPO
                   MOVE REG-QUALIDADE (29:3) TO WRK-QUAL-PCT
                   EVALUATE WRK-QUAL-CAMPO
                       WHEN "NOME      "
                           MOVE WRK-QUAL-PCT TO FCH-PCT-NOME
                       WHEN "TELEFONE  "
                           MOVE WRK-QUAL-PCT TO FCH-PCT-TELEFONE
                       WHEN "CPF       "
                           MOVE WRK-QUAL-PCT TO FCH-PCT-CPF
                       WHEN "E-MAIL    "
                           MOVE WRK-QUAL-PCT TO FCH-PCT-EMAIL
                       WHEN "STATUS    "
                           MOVE WRK-QUAL-PCT TO FCH-PCT-STATUS
                       WHEN "DATA MANUT"
                           MOVE WRK-QUAL-PCT TO FCH-PCT-DATA-MANUT
                       WHEN "ENTREGA   "
                           MOVE WRK-QUAL-PCT TO FCH-PCT-ENTREGA
                       WHEN "COBRANCA  "
                           MOVE WRK-QUAL-PCT TO FCH-PCT-COBRANCA
                       WHEN "CORRESPOND"
                           MOVE WRK-QUAL-PCT TO FCH-PCT-CORRESP
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

               READ QUALIDADE
                   AT END MOVE "S" TO WRK-FIM-QUALIDADE
               END-READ
           END-PERFORM.

           CLOSE QUALIDADE.

      *    VARREDURA ANTERIOR AO MES FECHADO NAO O REPRESENTA.
           IF FCH-DATA-QUALIDADE (1:6) < WRK-ANOMES
               DISPLAY "AVISO: QUALREL.dat EMITIDO EM "
                   FCH-DATA-QUALIDADE ", ANTES DO MES FECHADO. "
                   "RODE O PRGARQ25 ANTES DO FECHAMENTO."
           END-IF.

       0270-LER-QUALIDADE-FIM. EXIT.


      *-----------------------------------------------------------------
       0500-RELATORIO-TENDENCIA                  SECTION.

           OPEN OUTPUT RELAT-TENDENCIA.
             IF FS-RELAT-TENDENCIA NOT EQUAL 00
                MOVE FS-RELAT-TENDENCIA TO WRK-FS-ERRO
                MOVE "TENDREL.dat"      TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE WRK-ANOMES (1:4) TO WRK-CALC-ANO.
           MOVE WRK-ANOMES (5:2) TO WRK-CALC-MES.

           PERFORM VARYING WRK-IDX-MES FROM 13 BY -1
               UNTIL WRK-IDX-MES < 1
               MOVE WRK-CALC-ANO TO WRK-MES-ANOMES (WRK-IDX-MES) (1:4)
               MOVE WRK-CALC-MES TO WRK-MES-ANOMES (WRK-IDX-MES) (5:2)
               PERFORM 0510-CARREGAR-MES
               IF WRK-CALC-MES EQUAL 01
                   SUBTRACT 1 FROM WRK-CALC-ANO
                   MOVE 12 TO WRK-CALC-MES
               ELSE
                   SUBTRACT 1 FROM WRK-CALC-MES
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "TENDENCIA MENSAL - 12 MESES ATE "
                      DELIMITED BY SIZE
                  WRK-ANOMES (5:2)     DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  WRK-ANOMES (1:4)     DELIMITED BY SIZE
                  " - PRGARQ36 - EMITIDO EM " DELIMITED BY SIZE
                  WRK-TIMESTAMP (1:8)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WRK-TIMESTAMP (9:6)  DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.
           MOVE "VARIACAO = DIFERENCA PARA O MES ANTERIOR (PERCENTUAIS"
               TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.
           MOVE "EM PONTOS). N/D = MES NAO FECHADO OU SEM QUALREL.dat."
               TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.
           MOVE ALL "=" TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.

           MOVE SPACES      TO WRK-LINHA-TENDENCIA.
           MOVE "INDICADOR" TO WRK-TND-ROTULO.
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
               UNTIL WRK-IDX-COL > 12
               COMPUTE WRK-IDX-MES = WRK-IDX-COL + 1
               MOVE SPACES TO WRK-TND-COLUNA (WRK-IDX-COL)
               STRING "           "          DELIMITED BY SIZE
                      WRK-MES-ANOMES (WRK-IDX-MES) (5:2)
                                             DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      WRK-MES-ANOMES (WRK-IDX-MES) (1:4)
                                             DELIMITED BY SIZE
                      INTO WRK-TND-COLUNA (WRK-IDX-COL)
           END-PERFORM.
           MOVE WRK-LINHA-TENDENCIA TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.

           MOVE SPACES       TO WRK-LINHA-TENDENCIA.
           MOVE "FECHADO EM" TO WRK-TND-ROTULO.
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
               UNTIL WRK-IDX-COL > 12
               COMPUTE WRK-IDX-MES = WRK-IDX-COL + 1
               MOVE WRK-MES-FECHADO (WRK-IDX-MES)
                   TO WRK-TND-COLUNA (WRK-IDX-COL) (8:11)
           END-PERFORM.
           MOVE WRK-LINHA-TENDENCIA TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.

           MOVE SPACES          TO WRK-LINHA-TENDENCIA.
           MOVE "QUALIDADE DE"  TO WRK-TND-ROTULO.
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
               UNTIL WRK-IDX-COL > 12
               COMPUTE WRK-IDX-MES = WRK-IDX-COL + 1
               MOVE WRK-MES-QUALIDADE (WRK-IDX-MES)
                   TO WRK-TND-COLUNA (WRK-IDX-COL) (8:11)
           END-PERFORM.
           MOVE WRK-LINHA-TENDENCIA TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.
           MOVE ALL "-" TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.

           PERFORM VARYING WRK-IDX-IND FROM 1 BY 1
               UNTIL WRK-IDX-IND > 20
               PERFORM 0520-IMPRIME-INDICADOR
           END-PERFORM.

           MOVE ALL "=" TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.
           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "MESES FECHADOS NO PERIODO: " DELIMITED BY SIZE
                  WRK-QTD-MESES-ACHADOS         DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.

           CLOSE RELAT-TENDENCIA.

           DISPLAY "MESES FECHADOS NO PERIODO: " WRK-QTD-MESES-ACHADOS.
           DISPLAY "RELATORIO GRAVADO EM TENDREL.dat".

       0500-RELATORIO-TENDENCIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0510-CARREGAR-MES                         SECTION.

           MOVE "N"    TO WRK-MES-EXISTE (WRK-IDX-MES).
           MOVE "N"    TO WRK-MES-TEM-QUAL (WRK-IDX-MES).
           MOVE "        N/D" TO WRK-MES-FECHADO (WRK-IDX-MES).
           MOVE "        N/D" TO WRK-MES-QUALIDADE (WRK-IDX-MES).

           MOVE WRK-MES-ANOMES (WRK-IDX-MES) TO FCH-ANOMES.
           READ FECHAMENTO
               KEY IS FCH-ANOMES
               INVALID KEY
                   GO TO 0510-CARREGAR-MES-FIM
           END-READ.

           MOVE "S" TO WRK-MES-EXISTE (WRK-IDX-MES).
           IF WRK-IDX-MES > 1
               ADD 1 TO WRK-QTD-MESES-ACHADOS
           END-IF.

           MOVE SPACES TO WRK-MES-FECHADO (WRK-IDX-MES).
           STRING " "                        DELIMITED BY SIZE
                  FCH-DATA-FECHAMENTO (7:2)  DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  FCH-DATA-FECHAMENTO (5:2)  DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  FCH-DATA-FECHAMENTO (1:4)  DELIMITED BY SIZE
                  INTO WRK-MES-FECHADO (WRK-IDX-MES).

           IF FCH-DATA-QUALIDADE NOT EQUAL SPACES
               MOVE "S"    TO WRK-MES-TEM-QUAL (WRK-IDX-MES)
               MOVE SPACES TO WRK-MES-QUALIDADE (WRK-IDX-MES)
               STRING " "                       DELIMITED BY SIZE
                      FCH-DATA-QUALIDADE (7:2)  DELIMITED BY SIZE
                      "/"                       DELIMITED BY SIZE
                      FCH-DATA-QUALIDADE (5:2)  DELIMITED BY SIZE
                      "/"                       DELIMITED BY SIZE
                      FCH-DATA-QUALIDADE (1:4)  DELIMITED BY SIZE
                      INTO WRK-MES-QUALIDADE (WRK-IDX-MES)
           END-IF.

           MOVE FCH-QTD-ATIVOS       TO WRK-MES-VALOR (WRK-IDX-MES, 1).
           MOVE FCH-QTD-INATIVOS     TO WRK-MES-VALOR (WRK-IDX-MES, 2).
           MOVE FCH-QTD-INCLUSOES    TO WRK-MES-VALOR (WRK-IDX-MES, 3).
           MOVE FCH-QTD-ALTERACOES   TO WRK-MES-VALOR (WRK-IDX-MES, 4).
           MOVE FCH-QTD-EXCLUSOES    TO WRK-MES-VALOR (WRK-IDX-MES, 5).
           MOVE FCH-QTD-ARQUIVADOS   TO WRK-MES-VALOR (WRK-IDX-MES, 6).
           MOVE FCH-QTD-FUSOES       TO WRK-MES-VALOR (WRK-IDX-MES, 7).
           MOVE FCH-QTD-PED-ABERTOS  TO WRK-MES-VALOR (WRK-IDX-MES, 8).
           MOVE FCH-VLR-PED-ABERTOS  TO WRK-MES-VALOR (WRK-IDX-MES, 9).
           MOVE FCH-QTD-PED-FECHADOS TO WRK-MES-VALOR (WRK-IDX-MES, 10).
           MOVE FCH-VLR-PED-FECHADOS TO WRK-MES-VALOR (WRK-IDX-MES, 11).
           MOVE FCH-PCT-NOME         TO WRK-MES-VALOR (WRK-IDX-MES, 12).
           MOVE FCH-PCT-TELEFONE     TO WRK-MES-VALOR (WRK-IDX-MES, 13).
           MOVE FCH-PCT-CPF          TO WRK-MES-VALOR (WRK-IDX-MES, 14).
           MOVE FCH-PCT-EMAIL        TO WRK-MES-VALOR (WRK-IDX-MES, 15).
           MOVE FCH-PCT-STATUS       TO WRK-MES-VALOR (WRK-IDX-MES, 16).
           MOVE FCH-PCT-DATA-MANUT   TO WRK-MES-VALOR (WRK-IDX-MES, 17).
           MOVE FCH-PCT-ENTREGA      TO WRK-MES-VALOR (WRK-IDX-MES, 18).
           MOVE FCH-PCT-COBRANCA     TO WRK-MES-VALOR (WRK-IDX-MES, 19).
           MOVE FCH-PCT-CORRESP      TO WRK-MES-VALOR (WRK-IDX-MES, 20).

       0510-CARREGAR-MES-FIM. EXIT.


      *-----------------------------------------------------------------
       0520-IMPRIME-INDICADOR                    SECTION.

           MOVE SPACES TO WRK-LINHA-TENDENCIA.

           EVALUATE WRK-IDX-IND
               WHEN 1  MOVE "CLIENTES ATIVOS"       TO WRK-TND-ROTULO
               WHEN 2  MOVE "CLIENTES INATIVOS"     TO WRK-TND-ROTULO
               WHEN 3  MOVE "INCLUSOES"             TO WRK-TND-ROTULO
               WHEN 4  MOVE "ALTERACOES"            TO WRK-TND-ROTULO
               WHEN 5  MOVE "EXCLUSOES"             TO WRK-TND-ROTULO
               WHEN 6  MOVE "ARQUIVADOS"            TO WRK-TND-ROTULO
               WHEN 7  MOVE "FUSOES"                TO WRK-TND-ROTULO
               WHEN 8  MOVE "PEDIDOS ABERTOS"       TO WRK-TND-ROTULO
               WHEN 9  MOVE "R$ PEDIDOS ABERTOS"    TO WRK-TND-ROTULO
               WHEN 10 MOVE "PEDIDOS FECHADOS"      TO WRK-TND-ROTULO
               WHEN 11 MOVE "R$ PEDIDOS FECHADOS"   TO WRK-TND-ROTULO
               WHEN 12 MOVE "% LIMPOS NOME"         TO WRK-TND-ROTULO
               WHEN 13 MOVE "% LIMPOS TELEFONE"     TO WRK-TND-ROTULO
               WHEN 14 MOVE "% LIMPOS CPF"          TO WRK-TND-ROTULO
               WHEN 15 MOVE "% LIMPOS E-MAIL"       TO WRK-TND-ROTULO
               WHEN 16 MOVE "% LIMPOS STATUS"       TO WRK-TND-ROTULO
               WHEN 17 MOVE "% LIMPOS DATA MANUT"   TO WRK-TND-ROTULO
               WHEN 18 MOVE "% ENDERECO ENTREGA"    TO WRK-TND-ROTULO
               WHEN 19 MOVE "% ENDERECO COBRANCA"   TO WRK-TND-ROTULO
               WHEN 20 MOVE "% ENDERECO CORRESPOND" TO WRK-TND-ROTULO
           END-EVALUATE.

           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
               UNTIL WRK-IDX-COL > 12
               COMPUTE WRK-IDX-MES = WRK-IDX-COL + 1
               MOVE WRK-IDX-MES TO WRK-IDX-VER
               PERFORM 0530-VERIFICA-DISPONIVEL
               IF WRK-DISPONIVEL EQUAL "S"
                   MOVE WRK-MES-VALOR (WRK-IDX-MES, WRK-IDX-IND)
                       TO WRK-EDT-VALOR
                   MOVE WRK-EDT-VALOR TO WRK-TND-COLUNA (WRK-IDX-COL)
               ELSE
                   MOVE "        N/D"
                       TO WRK-TND-COLUNA (WRK-IDX-COL) (8:11)
               END-IF
           END-PERFORM.
           MOVE WRK-LINHA-TENDENCIA TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.

           MOVE SPACES       TO WRK-LINHA-TENDENCIA.
           MOVE "  VARIACAO" TO WRK-TND-ROTULO.
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
               UNTIL WRK-IDX-COL > 12
               COMPUTE WRK-IDX-MES = WRK-IDX-COL + 1
               MOVE WRK-IDX-COL TO WRK-IDX-ANT
               MOVE WRK-IDX-MES TO WRK-IDX-VER
               PERFORM 0530-VERIFICA-DISPONIVEL
               IF WRK-DISPONIVEL EQUAL "S"
                   MOVE WRK-IDX-ANT TO WRK-IDX-VER
                   PERFORM 0530-VERIFICA-DISPONIVEL
               END-IF
               IF WRK-DISPONIVEL EQUAL "S"
                   COMPUTE WRK-VARIACAO =
                       WRK-MES-VALOR (WRK-IDX-MES, WRK-IDX-IND) -
                       WRK-MES-VALOR (WRK-IDX-ANT, WRK-IDX-IND)
                   MOVE WRK-VARIACAO     TO WRK-EDT-VARIACAO
                   MOVE WRK-EDT-VARIACAO TO WRK-TND-COLUNA (WRK-IDX-COL)
               END-IF
           END-PERFORM.
           MOVE WRK-LINHA-TENDENCIA TO REG-RELAT-TENDENCIA
           WRITE REG-RELAT-TENDENCIA.

       0520-IMPRIME-INDICADOR-FIM. EXIT.


      *-----------------------------------------------------------------
       0530-VERIFICA-DISPONIVEL                  SECTION.

      *    PERCENTUAIS (INDICADORES 12 A 20) SO EXISTEM SE HAVIA
      *    QUALREL.dat NO FECHAMENTO DAQUELE MES (WRK-IDX-VER).
           MOVE "N" TO WRK-DISPONIVEL.

           IF WRK-MES-EXISTE (WRK-IDX-VER) EQUAL "S"
               IF WRK-IDX-IND < 12 OR
                  WRK-MES-TEM-QUAL (WRK-IDX-VER) EQUAL "S"
                   MOVE "S" TO WRK-DISPONIVEL
               END-IF
           END-IF.

       0530-VERIFICA-DISPONIVEL-FIM. EXIT.


      *-----------------------------------------------------------------
       0600-FINALIZAR                            SECTION.

           CLOSE FECHAMENTO.

           DISPLAY WRK-MSG-FIM.

           IF WRK-MES-RECUSADO EQUAL "S"
               MOVE 12 TO RETURN-CODE
           END-IF.

       0600-FINALIZAR-FIM. EXIT.

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
