       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ37.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : VERIFICACAO SOMBRA DE CLIENTES.dat - RECONSTROI
      *==                A BASE ESPERADA NO ARQUIVO DE TRABALHO
      *==                SOMBRA.dat A PARTIR DO ULTIMO BACKUP.dat
      *==                (CONFERINDO CONTAGEM E TOTAL DE CONTROLE DO
      *==                TRAILER) MAIS A REAPLICACAO DE JRNL.dat, COM AS
      *==                MESMAS REGRAS DA RECUPERACAO PONTUAL (PRGARQ22)
      *==                E A MESMA MASCARA LGPD (ANONIM.dat/PRGANONIM).
      *==                EM SEGUIDA CONFRONTA, REGISTRO A REGISTRO POR
      *==                REG-ID, A BASE RECONSTRUIDA COM A BASE VIVA E
      *==                RELATA EM SOMBREL.dat OS IDS AUSENTES EM CADA
      *==                LADO E AS DIFERENCAS CAMPO A CAMPO.
      *==                CLIENTES.dat E ABERTO SOMENTE PARA LEITURA E A
      *==                TRAVA DE ESCRITOR UNICO (PRGTRAVA) E APENAS
      *==                CONSULTADA, NUNCA TOMADA; COM A TRAVA OCUPADA A
      *==                VERIFICACAO NAO E FEITA.
      *==                RETURN-CODE 12 QUANDO AS BASES DIVERGEM, O
      *==                BACKUP E REJEITADO OU HA ERRO DE ARQUIVO: NO
      *==                PLANO DO PRGARQ19 (PLANO.dat) O PASSO PRGARQ37
      *==                COM REGRA "P" ANTES DO PRGARQ14 IMPEDE QUE O
      *==                PROXIMO BACKUP SOBREPONHA O ULTIMO BOM.
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
           SELECT CLIENTES ASSIGN TO DYNAMIC
               WRK-CAM-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT SOMBRA ASSIGN TO DYNAMIC
               WRK-CAM-SOMBRA
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SOM-ID
             FILE STATUS IS FS-SOMBRA.

           SELECT BACKUP-ENTRADA ASSIGN TO DYNAMIC
               WRK-CAM-BACKUP
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-BACKUP.

           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.

           SELECT ANONIM ASSIGN TO DYNAMIC
               WRK-CAM-ANONIM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ANO-ID
             FILE STATUS IS FS-ANONIM.

           SELECT RELAT-SOMBRA ASSIGN TO DYNAMIC
               WRK-CAM-SOMBREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-SOMBRA.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD CLIENTES.
           COPY CLIREG.

       FD SOMBRA.
       01  REG-SOMBRA.
           05 SOM-ID             PIC X(04).
           05 SOM-NOME           PIC X(20).
           05 SOM-TELEFONE       PIC X(11).
           05 SOM-CPF            PIC X(11).
           05 SOM-EMAIL          PIC X(40).
           05 SOM-STATUS         PIC X(01).
           05 SOM-DATA-ULT-MANUT PIC X(08).

       FD BACKUP-ENTRADA.
       01  REG-BACKUP            PIC X(100).

       FD JORNAL.
       01  REG-JORNAL            PIC X(230).

       FD ANONIM.
           COPY ANOREG.

       FD RELAT-SOMBRA.
       01  REG-RELAT-SOMBRA      PIC X(130).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES           PIC 9(02).
       77  FS-SOMBRA             PIC 9(02).
       77  FS-BACKUP             PIC 9(02).
       77  FS-JORNAL             PIC 9(02).
       77  FS-ANONIM             PIC 9(02).
       77  FS-RELAT-SOMBRA       PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-SOMBRA        PIC X(100) VALUE SPACES.
       77  WRK-CAM-BACKUP        PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-ANONIM        PIC X(100) VALUE SPACES.
       77  WRK-CAM-SOMBREL       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-BACKUP        PIC X(01) VALUE "N".
       77  WRK-FIM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-TEM-HEADER        PIC X(01) VALUE "N".
       77  WRK-TEM-TRAILER       PIC X(01) VALUE "N".
       77  WRK-TEM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-TEM-ANONIM        PIC X(01) VALUE "N".
       77  WRK-BACKUP-OK         PIC X(01) VALUE "N".
       77  WRK-IMAGEM-MUDOU      PIC X(01) VALUE "N".
       77  WRK-REG-DIVERGE       PIC X(01) VALUE "N".

       77  WRK-QTD-CARREGADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-HASH-ID           PIC 9(11) VALUE ZEROS.
       77  WRK-ID-NUM            PIC 9(04) VALUE ZEROS.

       77  WRK-QTD-REAPLICADAS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DESCARTADAS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONFLITOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REMASCARADAS  PIC 9(07) VALUE ZEROS.

       77  WRK-QTD-LIDOS-BASE    PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LIDOS-SOMBRA  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-IGUAIS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SO-BASE       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SO-SOMBRA     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-REG-DIFER     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CAMPOS-DIFER  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DIVERGENCIAS  PIC 9(07) VALUE ZEROS.

       77  WRK-CHAVE-BASE        PIC X(04) VALUE SPACES.
       77  WRK-CHAVE-SOMBRA      PIC X(04) VALUE SPACES.

       77  WRK-CORTE             PIC X(14) VALUE SPACES.
       77  WRK-DISPOSICAO        PIC X(35) VALUE SPACES.
       77  WRK-ID-LINHA          PIC X(04) VALUE SPACES.
       77  WRK-DATA-EMISSAO      PIC X(14) VALUE SPACES.

       77  WRK-CAMPO             PIC X(15) VALUE SPACES.
       77  WRK-VALOR-BASE        PIC X(40) VALUE SPACES.
       77  WRK-VALOR-SOMBRA      PIC X(40) VALUE SPACES.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ARQUIVO NAO EXISTE!".

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-TRV-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-TRV-PROGRAMA      PIC X(08) VALUE "PRGARQ37".
       77  WRK-TRV-OPERADOR      PIC X(20) VALUE "SISTEMA".
       77  WRK-TRV-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-TRV-DETENTOR      PIC X(50) VALUE SPACES.

       01  WRK-LINHA-BACKUP.
           05 WRK-BKP-TIPO       PIC X(01).
           05 WRK-BKP-RESTO      PIC X(99).

       01  WRK-LINHA-HEADER.
           05 WRK-HDR-TIPO       PIC X(01).
           05 WRK-HDR-DATA       PIC X(08).
           05 WRK-HDR-HORA       PIC X(06).

       01  WRK-LINHA-DETALHE.
           05 WRK-DET-TIPO       PIC X(01).
           05 WRK-DET-IMAGEM     PIC X(95).

       01  WRK-LINHA-TRAILER.
           05 WRK-TRL-TIPO       PIC X(01).
           05 WRK-TRL-QTD        PIC 9(07).
           05 WRK-TRL-HASH       PIC 9(11).

       01  WRK-LINHA-JORNAL.
           05 WRK-JRN-TIMESTAMP  PIC X(21).
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

       01  WRK-LINHA-RELAT       PIC X(130).
      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-BACKUP.
           PERFORM 0230-VALIDAR-BACKUP.
           PERFORM 0240-REAPLICAR-JORNAL.
           PERFORM 0400-CONFRONTAR-BASES.
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

           MOVE "CLIENTES.dat" TO WRK-CAM-CLIENTES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIENTES REG-PARAMETROS.

           MOVE "SOMBRA.dat" TO WRK-CAM-SOMBRA.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-SOMBRA REG-PARAMETROS.

           MOVE "BACKUP.dat" TO WRK-CAM-BACKUP.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-BACKUP REG-PARAMETROS.

           MOVE "JRNL.dat" TO WRK-CAM-JRNL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNL REG-PARAMETROS.

           MOVE "ANONIM.dat" TO WRK-CAM-ANONIM.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ANONIM REG-PARAMETROS.

           MOVE "SOMBREL.dat" TO WRK-CAM-SOMBREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-SOMBREL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

      *    SO CONSULTA A TRAVA: COM UM ESCRITOR ATIVO A BASE VIVA ESTA
      *    MUDANDO E O CONFRONTO ACUSARIA DIFERENCAS QUE NAO EXISTEM.
           PERFORM 0150-CONSULTAR-TRAVA.

           IF WRK-TRV-RESULTADO NOT EQUAL "S"
               DISPLAY "CLIENTES.dat EM ATUALIZACAO POR "
                   WRK-TRV-DETENTOR
               DISPLAY "VERIFICACAO NAO REALIZADA - REPITA APOS A "
                   "LIBERACAO DA TRAVA."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BACKUP-ENTRADA.
             IF FS-BACKUP NOT EQUAL 00
                MOVE FS-BACKUP    TO WRK-FS-ERRO
                MOVE "BACKUP.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

      *    SOMBRA.dat E DE TRABALHO: RECRIADO VAZIO A CADA EXECUCAO.
           OPEN OUTPUT SOMBRA.
             IF FS-SOMBRA NOT EQUAL 00
                MOVE FS-SOMBRA    TO WRK-FS-ERRO
                MOVE "SOMBRA.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE "S" TO WRK-TEM-JORNAL.
           OPEN INPUT JORNAL.
             IF FS-JORNAL EQUAL 35
                MOVE "N" TO WRK-TEM-JORNAL
                DISPLAY "JRNL.dat NAO EXISTE - NADA A REAPLICAR."
             ELSE
                IF FS-JORNAL NOT EQUAL 00
                   MOVE FS-JORNAL  TO WRK-FS-ERRO
                   MOVE "JRNL.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

           MOVE "S" TO WRK-TEM-ANONIM.
           OPEN INPUT ANONIM.
             IF FS-ANONIM EQUAL 35
                MOVE "N" TO WRK-TEM-ANONIM
             ELSE
                IF FS-ANONIM NOT EQUAL 00
                   MOVE FS-ANONIM    TO WRK-FS-ERRO
                   MOVE "ANONIM.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

           OPEN OUTPUT RELAT-SOMBRA.
             IF FS-RELAT-SOMBRA NOT EQUAL 00
                MOVE FS-RELAT-SOMBRA TO WRK-FS-ERRO
                MOVE "SOMBREL.dat"   TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-DATA-EMISSAO.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "VERIFICACAO SOMBRA DE CLIENTES.dat - PRGARQ37 - "
                      DELIMITED BY SIZE
                  "EMITIDO EM "           DELIMITED BY SIZE
                  WRK-DATA-EMISSAO (1:8)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-DATA-EMISSAO (9:6)  DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.
           MOVE ALL "-" TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0150-CONSULTAR-TRAVA                      SECTION.

           MOVE "Q" TO WRK-TRV-ACAO.
           CALL "PRGTRAVA" USING WRK-TRV-ACAO WRK-TRV-PROGRAMA
               WRK-TRV-OPERADOR WRK-TRV-RESULTADO WRK-TRV-DETENTOR.

       0150-CONSULTAR-TRAVA-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-CARREGAR-BACKUP                      SECTION.

           READ BACKUP-ENTRADA
               AT END MOVE "S" TO WRK-FIM-BACKUP
           END-READ.

           PERFORM UNTIL WRK-FIM-BACKUP EQUAL "S"

               MOVE REG-BACKUP TO WRK-LINHA-BACKUP

               EVALUATE WRK-BKP-TIPO
                   WHEN "H"
                       MOVE REG-BACKUP TO WRK-LINHA-HEADER
                       MOVE "S" TO WRK-TEM-HEADER
                   WHEN "D"
                       MOVE REG-BACKUP TO WRK-LINHA-DETALHE
                       PERFORM 0210-CARREGAR-REGISTRO
                   WHEN "T"
                       MOVE REG-BACKUP TO WRK-LINHA-TRAILER
                       MOVE "S" TO WRK-TEM-TRAILER
                   WHEN OTHER
                       DISPLAY "LINHA DE BACKUP INVALIDA, TIPO '"
                           WRK-BKP-TIPO "' IGNORADA."
               END-EVALUATE

               READ BACKUP-ENTRADA
                   AT END MOVE "S" TO WRK-FIM-BACKUP
               END-READ
           END-PERFORM.

           CLOSE BACKUP-ENTRADA.

       0200-CARREGAR-BACKUP-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-CARREGAR-REGISTRO                    SECTION.

           MOVE WRK-DET-IMAGEM TO REG-SOMBRA.
           PERFORM 0215-APLICA-ANONIMIZACAO.
           WRITE REG-SOMBRA.

           IF FS-SOMBRA EQUAL 00
               ADD 1 TO WRK-QTD-CARREGADOS
               IF SOM-ID NUMERIC
                   MOVE SOM-ID TO WRK-ID-NUM
                   ADD WRK-ID-NUM TO WRK-HASH-ID
               END-IF
           ELSE
               DISPLAY "ERRO AO CARREGAR ID " SOM-ID
                   " - STATUS.." FS-SOMBRA
           END-IF.

       0210-CARREGAR-REGISTRO-FIM. EXIT.


      *-----------------------------------------------------------------
       0215-APLICA-ANONIMIZACAO                  SECTION.

      *    A BASE ESPERADA SEGUE A MESMA REGRA DA RECUPERACAO: ID EM
      *    ANONIM.dat (PRGARQ33) SO EXISTE MASCARADO.
           IF WRK-TEM-ANONIM NOT EQUAL "S"
               GO TO 0215-APLICA-ANONIMIZACAO-FIM
           END-IF.

           MOVE SOM-ID TO ANO-ID.
           READ ANONIM
               KEY IS ANO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "PRGANONIM" USING REG-SOMBRA WRK-IMAGEM-MUDOU
                   IF WRK-IMAGEM-MUDOU EQUAL "S"
                       ADD 1 TO WRK-QTD-REMASCARADAS
                   END-IF
           END-READ.

       0215-APLICA-ANONIMIZACAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-VALIDAR-BACKUP                       SECTION.

           MOVE "S" TO WRK-BACKUP-OK.

           IF WRK-TEM-HEADER NOT EQUAL "S"
               MOVE "N" TO WRK-BACKUP-OK
               MOVE "ERRO: HEADER AUSENTE EM BACKUP.dat"
                   TO REG-RELAT-SOMBRA
               WRITE REG-RELAT-SOMBRA
               DISPLAY "ERRO: HEADER AUSENTE EM BACKUP.dat"
           END-IF.

           IF WRK-TEM-TRAILER NOT EQUAL "S"
               MOVE "N" TO WRK-BACKUP-OK
               MOVE "ERRO: TRAILER AUSENTE EM BACKUP.dat"
                   TO REG-RELAT-SOMBRA
               WRITE REG-RELAT-SOMBRA
               DISPLAY "ERRO: TRAILER AUSENTE EM BACKUP.dat"
           ELSE
               IF WRK-QTD-CARREGADOS NOT EQUAL WRK-TRL-QTD
                   MOVE "N" TO WRK-BACKUP-OK
                   MOVE "ERRO: CONTAGEM DO TRAILER NAO CONFERE"
                       TO REG-RELAT-SOMBRA
                   WRITE REG-RELAT-SOMBRA
                   DISPLAY "ERRO: CONTAGEM NAO CONFERE. TRAILER "
                       WRK-TRL-QTD " / CARREGADOS " WRK-QTD-CARREGADOS
               END-IF
               IF WRK-HASH-ID NOT EQUAL WRK-TRL-HASH
                   MOVE "N" TO WRK-BACKUP-OK
                   MOVE "ERRO: TOTAL DE CONTROLE DO TRAILER NAO CONFERE"
                       TO REG-RELAT-SOMBRA
                   WRITE REG-RELAT-SOMBRA
                   DISPLAY "ERRO: TOTAL DE CONTROLE NAO CONFERE. "
                       "TRAILER " WRK-TRL-HASH " / CALCULADO "
                       WRK-HASH-ID
               END-IF
           END-IF.

      *    SEM UM BACKUP INTEGRO NAO HA BASE ESPERADA A CONFRONTAR, E
      *    O PLANO NAO DEVE SOBREPOR ESSE BACKUP COM OUTRO.
           IF WRK-BACKUP-OK NOT EQUAL "S"
               MOVE "VERIFICACAO NAO CONCLUIDA - BACKUP.dat REJEITADO."
                   TO REG-RELAT-SOMBRA
               WRITE REG-RELAT-SOMBRA
               DISPLAY "VERIFICACAO NAO CONCLUIDA - BACKUP.dat "
                   "REJEITADO."
               CLOSE RELAT-SOMBRA
               CLOSE SOMBRA
               IF WRK-TEM-ANONIM EQUAL "S"
                   CLOSE ANONIM
               END-IF
               IF WRK-TEM-JORNAL EQUAL "S"
                   CLOSE JORNAL
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-CORTE.
           STRING WRK-HDR-DATA DELIMITED BY SIZE
                  WRK-HDR-HORA DELIMITED BY SIZE
                  INTO WRK-CORTE.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "BASE ESPERADA = BACKUP.dat DE "
                      DELIMITED BY SIZE
                  WRK-HDR-DATA            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WRK-HDR-HORA            DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WRK-QTD-CARREGADOS      DELIMITED BY SIZE
                  " REGISTROS) + JRNL.dat A PARTIR DO CORTE"
                      DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           CLOSE SOMBRA.
           OPEN I-O SOMBRA.
             IF FS-SOMBRA NOT EQUAL 00
                MOVE FS-SOMBRA    TO WRK-FS-ERRO
                MOVE "SOMBRA.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0230-VALIDAR-BACKUP-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-REAPLICAR-JORNAL                     SECTION.

           IF WRK-TEM-JORNAL NOT EQUAL "S"
               GO TO 0240-REAPLICAR-JORNAL-FIM
           END-IF.

           READ JORNAL
               AT END MOVE "S" TO WRK-FIM-JORNAL
           END-READ.

      *    MESMO CORTE DO PRGARQ22: LINHAS NAO ANTERIORES AO HEADER.
           PERFORM UNTIL WRK-FIM-JORNAL EQUAL "S"

               MOVE REG-JORNAL TO WRK-LINHA-JORNAL

               IF WRK-JRN-TIMESTAMP (1:14) NOT LESS THAN WRK-CORTE
                   PERFORM 0250-REAPLICA-LINHA
               ELSE
                   ADD 1 TO WRK-QTD-DESCARTADAS
               END-IF

               READ JORNAL
                   AT END MOVE "S" TO WRK-FIM-JORNAL
               END-READ
           END-PERFORM.

           CLOSE JORNAL.
           MOVE "N" TO WRK-TEM-JORNAL.

       0240-REAPLICAR-JORNAL-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-REAPLICA-LINHA                       SECTION.

           MOVE SPACES TO WRK-DISPOSICAO.

           EVALUATE WRK-JRN-OPERACAO
               WHEN "I"
                   MOVE JRD-ID TO WRK-ID-LINHA
                   MOVE WRK-JRN-DEPOIS TO REG-SOMBRA
                   PERFORM 0215-APLICA-ANONIMIZACAO
                   WRITE REG-SOMBRA
                   IF FS-SOMBRA EQUAL 00
                       ADD 1 TO WRK-QTD-REAPLICADAS
                   ELSE
                       MOVE "CONFLITO - ID JA EXISTE"
                           TO WRK-DISPOSICAO
                   END-IF
               WHEN "A"
                   MOVE JRD-ID TO WRK-ID-LINHA
                   MOVE WRK-JRN-DEPOIS TO REG-SOMBRA
                   PERFORM 0215-APLICA-ANONIMIZACAO
                   REWRITE REG-SOMBRA
                   IF FS-SOMBRA EQUAL 00
                       ADD 1 TO WRK-QTD-REAPLICADAS
                   ELSE
                       MOVE "CONFLITO - ID NAO EXISTE"
                           TO WRK-DISPOSICAO
                   END-IF
               WHEN "E"
                   MOVE JRA-ID TO WRK-ID-LINHA
                   MOVE JRA-ID TO SOM-ID
                   DELETE SOMBRA
                   IF FS-SOMBRA EQUAL 00
                       ADD 1 TO WRK-QTD-REAPLICADAS
                   ELSE
                       MOVE "CONFLITO - ID NAO EXISTE"
                           TO WRK-DISPOSICAO
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WRK-ID-LINHA
                   MOVE "CONFLITO - OPERACAO INVALIDA"
                       TO WRK-DISPOSICAO
           END-EVALUATE.

      *    CONFLITO NA REAPLICACAO SO E RELATADO; QUEM DECIDE SE AS
      *    BASES DIVERGEM E O CONFRONTO (0400).
           IF WRK-DISPOSICAO NOT EQUAL SPACES
               ADD 1 TO WRK-QTD-CONFLITOS
               MOVE SPACES TO WRK-LINHA-RELAT
               STRING "JRNL.dat "              DELIMITED BY SIZE
                      WRK-JRN-TIMESTAMP (1:14) DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      WRK-JRN-OPERACAO         DELIMITED BY SIZE
                      "  ID "                  DELIMITED BY SIZE
                      WRK-ID-LINHA             DELIMITED BY SIZE
                      "  "                     DELIMITED BY SIZE
                      WRK-DISPOSICAO           DELIMITED BY SIZE
                      INTO WRK-LINHA-RELAT
               MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
               WRITE REG-RELAT-SOMBRA
           END-IF.

       0250-REAPLICA-LINHA-FIM. EXIT.


      *-----------------------------------------------------------------
       0400-CONFRONTAR-BASES                     SECTION.

           CLOSE SOMBRA.
           OPEN INPUT SOMBRA.
             IF FS-SOMBRA NOT EQUAL 00
                MOVE FS-SOMBRA    TO WRK-FS-ERRO
                MOVE "SOMBRA.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN INPUT CLIENTES.
             IF FS-CLIENTES NOT EQUAL 00
                MOVE FS-CLIENTES    TO WRK-FS-ERRO
                MOVE "CLIENTES.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE ALL "-" TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.
           MOVE "CONFRONTO CLIENTES.dat (VIVA) X SOMBRA.dat (ESPERADA)"
               TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.
           MOVE ALL "-" TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           PERFORM 0430-LER-BASE.
           PERFORM 0440-LER-SOMBRA.

      *    BALANCE LINE POR REG-ID; FIM DE ARQUIVO = HIGH-VALUES.
           PERFORM UNTIL WRK-CHAVE-BASE   EQUAL HIGH-VALUES
                     AND WRK-CHAVE-SOMBRA EQUAL HIGH-VALUES

               EVALUATE TRUE
                   WHEN WRK-CHAVE-BASE LESS THAN WRK-CHAVE-SOMBRA
                       ADD 1 TO WRK-QTD-SO-BASE
                       MOVE SPACES TO WRK-LINHA-RELAT
                       STRING "ID " DELIMITED BY SIZE
                              WRK-CHAVE-BASE DELIMITED BY SIZE
                              "  AUSENTE NA BASE ESPERADA - EXISTE SO"
                                  DELIMITED BY SIZE
                              " EM CLIENTES.dat (" DELIMITED BY SIZE
                              REG-NOME DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WRK-LINHA-RELAT
                       MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
                       WRITE REG-RELAT-SOMBRA
                       PERFORM 0430-LER-BASE
                   WHEN WRK-CHAVE-BASE GREATER THAN WRK-CHAVE-SOMBRA
                       ADD 1 TO WRK-QTD-SO-SOMBRA
                       MOVE SPACES TO WRK-LINHA-RELAT
                       STRING "ID " DELIMITED BY SIZE
                              WRK-CHAVE-SOMBRA DELIMITED BY SIZE
                              "  AUSENTE NA BASE VIVA - EXISTE SO NA"
                                  DELIMITED BY SIZE
                              " BASE ESPERADA (" DELIMITED BY SIZE
                              SOM-NOME DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WRK-LINHA-RELAT
                       MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
                       WRITE REG-RELAT-SOMBRA
                       PERFORM 0440-LER-SOMBRA
                   WHEN OTHER
                       PERFORM 0410-COMPARAR-REGISTRO
                       PERFORM 0430-LER-BASE
                       PERFORM 0440-LER-SOMBRA
               END-EVALUATE
           END-PERFORM.

           CLOSE CLIENTES.
           CLOSE SOMBRA.

       0400-CONFRONTAR-BASES-FIM. EXIT.


      *-----------------------------------------------------------------
       0410-COMPARAR-REGISTRO                    SECTION.

           MOVE "N" TO WRK-REG-DIVERGE.

           IF REG-NOME NOT EQUAL SOM-NOME
               MOVE "NOME"    TO WRK-CAMPO
               MOVE REG-NOME  TO WRK-VALOR-BASE
               MOVE SOM-NOME  TO WRK-VALOR-SOMBRA
               PERFORM 0420-RELATA-DIFERENCA
           END-IF.

           IF REG-TELEFONE NOT EQUAL SOM-TELEFONE
               MOVE "TELEFONE"   TO WRK-CAMPO
               MOVE REG-TELEFONE TO WRK-VALOR-BASE
               MOVE SOM-TELEFONE TO WRK-VALOR-SOMBRA
               PERFORM 0420-RELATA-DIFERENCA
           END-IF.

           IF REG-CPF NOT EQUAL SOM-CPF
               MOVE "CPF"    TO WRK-CAMPO
               MOVE REG-CPF  TO WRK-VALOR-BASE
               MOVE SOM-CPF  TO WRK-VALOR-SOMBRA
               PERFORM 0420-RELATA-DIFERENCA
           END-IF.

           IF REG-EMAIL NOT EQUAL SOM-EMAIL
               MOVE "EMAIL"    TO WRK-CAMPO
               MOVE REG-EMAIL  TO WRK-VALOR-BASE
               MOVE SOM-EMAIL  TO WRK-VALOR-SOMBRA
               PERFORM 0420-RELATA-DIFERENCA
           END-IF.

           IF REG-STATUS NOT EQUAL SOM-STATUS
               MOVE "STATUS"    TO WRK-CAMPO
               MOVE REG-STATUS  TO WRK-VALOR-BASE
               MOVE SOM-STATUS  TO WRK-VALOR-SOMBRA
               PERFORM 0420-RELATA-DIFERENCA
           END-IF.

           IF REG-DATA-ULT-MANUT NOT EQUAL SOM-DATA-ULT-MANUT
               MOVE "DATA-ULT-MANUT"   TO WRK-CAMPO
               MOVE REG-DATA-ULT-MANUT TO WRK-VALOR-BASE
               MOVE SOM-DATA-ULT-MANUT TO WRK-VALOR-SOMBRA
               PERFORM 0420-RELATA-DIFERENCA
           END-IF.

           IF WRK-REG-DIVERGE EQUAL "S"
               ADD 1 TO WRK-QTD-REG-DIFER
           ELSE
               ADD 1 TO WRK-QTD-IGUAIS
           END-IF.

       0410-COMPARAR-REGISTRO-FIM. EXIT.


      *-----------------------------------------------------------------
       0420-RELATA-DIFERENCA                     SECTION.

           MOVE "S" TO WRK-REG-DIVERGE.
           ADD 1 TO WRK-QTD-CAMPOS-DIFER.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "ID " DELIMITED BY SIZE
                  REG-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WRK-CAMPO DELIMITED BY SIZE
                  " VIVA: " DELIMITED BY SIZE
                  WRK-VALOR-BASE DELIMITED BY SIZE
                  " ESPERADA: " DELIMITED BY SIZE
                  WRK-VALOR-SOMBRA DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

       0420-RELATA-DIFERENCA-FIM. EXIT.


      *-----------------------------------------------------------------
       0430-LER-BASE                             SECTION.

           READ CLIENTES NEXT
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-BASE
               NOT AT END
                   MOVE REG-ID TO WRK-CHAVE-BASE
                   ADD 1 TO WRK-QTD-LIDOS-BASE
           END-READ.

       0430-LER-BASE-FIM. EXIT.


      *-----------------------------------------------------------------
       0440-LER-SOMBRA                           SECTION.

           READ SOMBRA NEXT
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-SOMBRA
               NOT AT END
                   MOVE SOM-ID TO WRK-CHAVE-SOMBRA
                   ADD 1 TO WRK-QTD-LIDOS-SOMBRA
           END-READ.

       0440-LER-SOMBRA-FIM. EXIT.


      *-----------------------------------------------------------------
       0500-FINALIZAR                            SECTION.

           COMPUTE WRK-QTD-DIVERGENCIAS = WRK-QTD-SO-BASE
                                        + WRK-QTD-SO-SOMBRA
                                        + WRK-QTD-REG-DIFER.

           MOVE ALL "-" TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "LINHAS REAPLICADAS.......: " DELIMITED BY SIZE
                  WRK-QTD-REAPLICADAS           DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "LINHAS DESCARTADAS.......: " DELIMITED BY SIZE
                  WRK-QTD-DESCARTADAS           DELIMITED BY SIZE
                  " (ANTERIORES AO BACKUP)"     DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "LINHAS EM CONFLITO.......: " DELIMITED BY SIZE
                  WRK-QTD-CONFLITOS             DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "IMAGENS REMASCARADAS.....: " DELIMITED BY SIZE
                  WRK-QTD-REMASCARADAS          DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "REGISTROS NA BASE VIVA...: " DELIMITED BY SIZE
                  WRK-QTD-LIDOS-BASE            DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "REGISTROS NA ESPERADA....: " DELIMITED BY SIZE
                  WRK-QTD-LIDOS-SOMBRA          DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "REGISTROS IGUAIS.........: " DELIMITED BY SIZE
                  WRK-QTD-IGUAIS                DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "SO NA BASE VIVA..........: " DELIMITED BY SIZE
                  WRK-QTD-SO-BASE               DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "SO NA BASE ESPERADA......: " DELIMITED BY SIZE
                  WRK-QTD-SO-SOMBRA             DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "REGISTROS COM DIFERENCA..: " DELIMITED BY SIZE
                  WRK-QTD-REG-DIFER             DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WRK-QTD-CAMPOS-DIFER          DELIMITED BY SIZE
                  " CAMPOS)" DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           MOVE ALL "-" TO REG-RELAT-SOMBRA
           WRITE REG-RELAT-SOMBRA.

           IF WRK-QTD-DIVERGENCIAS EQUAL ZEROS
               MOVE "RESULTADO: BASES CONFEREM." TO REG-RELAT-SOMBRA
               WRITE REG-RELAT-SOMBRA
           ELSE
               MOVE "RESULTADO: BASES DIVERGEM." TO REG-RELAT-SOMBRA
               WRITE REG-RELAT-SOMBRA
               MOVE "NAO SOBREPOR BACKUP.dat ANTES DE APURAR."
                   TO REG-RELAT-SOMBRA
               WRITE REG-RELAT-SOMBRA
      *        UM ESCRITOR QUE ENTROU DURANTE O CONFRONTO EXPLICA
      *        DIFERENCAS QUE NAO ESTAO NO DIARIO LIDO.
               PERFORM 0150-CONSULTAR-TRAVA
               IF WRK-TRV-RESULTADO NOT EQUAL "S"
                   MOVE SPACES TO WRK-LINHA-RELAT
                   STRING "ATENCAO: TRAVA TOMADA DURANTE A VERIFICACAO"
                              DELIMITED BY SIZE
                          " POR " DELIMITED BY SIZE
                          WRK-TRV-DETENTOR DELIMITED BY SIZE
                          " - REPITA A VERIFICACAO."
                              DELIMITED BY SIZE
                          INTO WRK-LINHA-RELAT
                   MOVE WRK-LINHA-RELAT TO REG-RELAT-SOMBRA
                   WRITE REG-RELAT-SOMBRA
               END-IF
           END-IF.

           CLOSE RELAT-SOMBRA.

           IF WRK-TEM-ANONIM EQUAL "S"
               CLOSE ANONIM
           END-IF.

           DISPLAY WRK-MSG-FIM.
           DISPLAY "DATA DO BACKUP...........: " WRK-HDR-DATA.
           DISPLAY "LINHAS REAPLICADAS.......: " WRK-QTD-REAPLICADAS.
           DISPLAY "LINHAS EM CONFLITO.......: " WRK-QTD-CONFLITOS.
           DISPLAY "REGISTROS NA BASE VIVA...: " WRK-QTD-LIDOS-BASE.
           DISPLAY "REGISTROS NA ESPERADA....: " WRK-QTD-LIDOS-SOMBRA.
           DISPLAY "SO NA BASE VIVA..........: " WRK-QTD-SO-BASE.
           DISPLAY "SO NA BASE ESPERADA......: " WRK-QTD-SO-SOMBRA.
           DISPLAY "REGISTROS COM DIFERENCA..: " WRK-QTD-REG-DIFER.
           DISPLAY "RELATORIO GRAVADO EM SOMBREL.dat".

           IF WRK-QTD-DIVERGENCIAS NOT EQUAL ZEROS
               DISPLAY "BASES DIVERGEM - RETURN-CODE 12."
               MOVE 12 TO RETURN-CODE
           END-IF.

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
