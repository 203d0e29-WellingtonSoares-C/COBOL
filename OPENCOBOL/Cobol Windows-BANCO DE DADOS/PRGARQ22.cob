      *==                UMA LINHA JA CONTIDA NO BACKUP E INOFENSIVO
      *==                (INCLUSAO/EXCLUSAO VIRAM CONFLITO RELATADO E
      *==                ALTERACAO REGRAVA A MESMA IMAGEM).
      *==              - 15/10/2026 - SE HA SESSAO DE OPERADOR ABERTA
      *==                (PRGSESSAO, CHAMADA PELO CONSOLE), O ID DELA
      *==                SUBSTITUI "SISTEMA" NA TRAVA; SEM SESSAO
      *==                CONTINUA "SISTEMA".
      *==              - 15/10/2026 - TODA IMAGEM CARREGADA DO BACKUP OU
      *==                REAPLICADA DO DIARIO CUJO ID ESTEJA EM
      *==                ANONIM.dat (ELIMINACAO LGPD DO PRGARQ33) E
      *==                MASCARADA PELO PRGANONIM ANTES DA GRAVACAO; A
      *==                QUANTIDADE SAI NO RECUREL.dat.
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

           SELECT RELAT-RECUP ASSIGN TO DYNAMIC
               WRK-CAM-RECUREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-RECUP.
      *-----------------------------------------------------------------
       FD JORNAL.
       01  REG-JORNAL            PIC X(230).

       FD ANONIM.
           COPY ANOREG.

       FD RELAT-RECUP.
       01  REG-RELAT-RECUP       PIC X(120).

       77  FS-BACKUP             PIC 9(02).
       77  FS-JORNAL             PIC 9(02).
       77  FS-RELAT-RECUP        PIC 9(02).
       77  FS-ANONIM             PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-BACKUP        PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-ANONIM        PIC X(100) VALUE SPACES.
       77  WRK-CAM-RECUREL       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-BACKUP        PIC X(01) VALUE "N".
       77  WRK-FIM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-TEM-TRAILER       PIC X(01) VALUE "N".
       77  WRK-TEM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-RECARGA-OK        PIC X(01) VALUE "N".
       77  WRK-TEM-ANONIM        PIC X(01) VALUE "N".
       77  WRK-IMAGEM-MUDOU      PIC X(01) VALUE "N".

       77  WRK-QTD-CARREGADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-HASH-ID           PIC 9(11) VALUE ZEROS.
       77  WRK-QTD-REAPLICADAS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DESCARTADAS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONFLITOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REMASCARADAS  PIC 9(07) VALUE ZEROS.

       77  WRK-CORTE             PIC X(14) VALUE SPACES.
       77  WRK-DISPOSICAO        PIC X(35) VALUE SPACES.
       77  WRK-TRV-DETENTOR      PIC X(50) VALUE SPACES.
       77  WRK-TRAVA-MINHA       PIC X(01) VALUE "N".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ22".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       01  WRK-LINHA-BACKUP.
           05 WRK-BKP-TIPO       PIC X(01).
           05 WRK-BKP-RESTO      PIC X(99).
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-BACKUP.
           PERFORM 0230-VALIDAR-BACKUP.
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

           MOVE "BACKUP.dat" TO WRK-CAM-BACKUP.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-BACKUP REG-PARAMETROS.

           MOVE "JRNL.dat" TO WRK-CAM-JRNL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNL REG-PARAMETROS.

           MOVE "ANONIM.dat" TO WRK-CAM-ANONIM.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ANONIM REG-PARAMETROS.

           MOVE "RECUREL.dat" TO WRK-CAM-RECUREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-RECUREL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           MOVE "C" TO WRK-SES-ACAO.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO EQUAL "S"
               MOVE WRK-SES-OPERADOR TO WRK-TRV-OPERADOR
           END-IF.

           PERFORM 0150-RECLAMAR-TRAVA.

           OPEN INPUT BACKUP-ENTRADA.
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

           OPEN OUTPUT RELAT-RECUP.
             IF FS-RELAT-RECUP NOT EQUAL 00
                MOVE FS-RELAT-RECUP TO WRK-FS-ERRO
       0210-CARREGAR-REGISTRO                    SECTION.

           MOVE WRK-DET-IMAGEM TO REG-CLIENTES.
           PERFORM 0215-APLICA-ANONIMIZACAO.
           WRITE REG-CLIENTES.

           IF FS-CLIENTES EQUAL 00
       0210-CARREGAR-REGISTRO-FIM. EXIT.


      *-----------------------------------------------------------------
       0215-APLICA-ANONIMIZACAO                  SECTION.

      *    ID REGISTRADO EM ANONIM.dat (PRGARQ33) NUNCA VOLTA COM OS
      *    DADOS PESSOAIS DE UM BACKUP OU DIARIO ANTERIOR A ELIMINACAO.
           IF WRK-TEM-ANONIM NOT EQUAL "S"
               GO TO 0215-APLICA-ANONIMIZACAO-FIM
           END-IF.

           MOVE REG-ID TO ANO-ID.
           READ ANONIM
               KEY IS ANO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "PRGANONIM" USING REG-CLIENTES WRK-IMAGEM-MUDOU
                   IF WRK-IMAGEM-MUDOU EQUAL "S"
                       ADD 1 TO WRK-QTD-REMASCARADAS
                   END-IF
           END-READ.

       0215-APLICA-ANONIMIZACAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-VALIDAR-BACKUP                       SECTION.

               WHEN "I"
                   MOVE JRD-ID TO WRK-ID-LINHA
                   MOVE WRK-JRN-DEPOIS TO REG-CLIENTES
                   PERFORM 0215-APLICA-ANONIMIZACAO
                   WRITE REG-CLIENTES
                   IF FS-CLIENTES EQUAL 00
                       ADD 1 TO WRK-QTD-REAPLICADAS
               WHEN "A"
                   MOVE JRD-ID TO WRK-ID-LINHA
                   MOVE WRK-JRN-DEPOIS TO REG-CLIENTES
                   PERFORM 0215-APLICA-ANONIMIZACAO
                   REWRITE REG-CLIENTES
                   IF FS-CLIENTES EQUAL 00
                       ADD 1 TO WRK-QTD-REAPLICADAS
           MOVE WRK-LINHA-RELAT TO REG-RELAT-RECUP
           WRITE REG-RELAT-RECUP.

           MOVE SPACES TO WRK-LINHA-RELAT.
           STRING "IMAGENS REMASCARADAS.: " DELIMITED BY SIZE
                  WRK-QTD-REMASCARADAS      DELIMITED BY SIZE
                  " (IDS ANONIMIZADOS EM ANONIM.dat)"
                                            DELIMITED BY SIZE
                  INTO WRK-LINHA-RELAT.
           MOVE WRK-LINHA-RELAT TO REG-RELAT-RECUP
           WRITE REG-RELAT-RECUP.

           CLOSE RELAT-RECUP.
           CLOSE CLIENTES.

           IF WRK-TEM-ANONIM EQUAL "S"
               CLOSE ANONIM
           END-IF.

           IF WRK-TEM-JORNAL EQUAL "S"
               CLOSE JORNAL
           END-IF.
           DISPLAY "LINHAS REAPLICADAS...: " WRK-QTD-REAPLICADAS.
           DISPLAY "LINHAS DESCARTADAS...: " WRK-QTD-DESCARTADAS.
           DISPLAY "LINHAS EM CONFLITO...: " WRK-QTD-CONFLITOS.
           DISPLAY "IMAGENS REMASCARADAS.: " WRK-QTD-REMASCARADAS.
           DISPLAY "RELATORIO GRAVADO EM RECUREL.dat".

       0300-FINALIZAR-FIM. EXIT.
