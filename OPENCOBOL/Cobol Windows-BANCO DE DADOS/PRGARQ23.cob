      *==                DA ULTIMA EXPORTADA MAS DEPOIS DA EXTRACAO
      *==                (COMUM NOS LOTES PRGARQ10/13) NUNCA SAIAM NO
      *==                DELTA.
      *==              - 15/10/2026 - A IMAGEM EXPORTADA DE UM ID
      *==                REGISTRADO EM ANONIM.dat (ELIMINACAO LGPD DO
      *==                PRGARQ33) PASSA PELO PRGANONIM ANTES DE IR PARA
      *==                DELTA.csv, PARA QUE NENHUMA LINHA ANTIGA DO
      *==                DIARIO DEVOLVA OS DADOS ELIMINADOS AOS
      *==                CONSUMIDORES.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *=================================================================
       ENVIRONMENT                               DIVISION.


       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.

           SELECT CSV-DELTA ASSIGN TO DYNAMIC
               WRK-CAM-DELTA-CSV
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CSV-DELTA.

           SELECT ANONIM ASSIGN TO DYNAMIC
               WRK-CAM-ANONIM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ANO-ID
             FILE STATUS IS FS-ANONIM.

           SELECT CTL-DELTA ASSIGN TO DYNAMIC
               WRK-CAM-DLTCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CTL-DELTA.
      *-----------------------------------------------------------------
       FD CSV-DELTA.
       01  REG-CSV-DELTA         PIC X(120).

       FD ANONIM.
           COPY ANOREG.

       FD CTL-DELTA.
       01  REG-CTL-DELTA.
           05 CTL-CORTE          PIC X(21).
       77  FS-JORNAL             PIC 9(02).
       77  FS-CSV-DELTA          PIC 9(02).
       77  FS-CTL-DELTA          PIC 9(02).
       77  FS-ANONIM             PIC 9(02).

       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-DELTA-CSV     PIC X(100) VALUE SPACES.
       77  WRK-CAM-ANONIM        PIC X(100) VALUE SPACES.
       77  WRK-CAM-DLTCTL        PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-TEM-ANONIM        PIC X(01) VALUE "N".
       77  WRK-IMAGEM-MUDOU      PIC X(01) VALUE "N".
       77  WRK-QTD-MASCARADAS    PIC 9(05) VALUE ZEROS.
       77  WRK-CORTE             PIC X(21) VALUE SPACES.
       77  WRK-ULTIMO-TS         PIC X(21) VALUE SPACES.
       77  WRK-QTD-LIDAS         PIC 9(07) VALUE ZEROS.
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

           MOVE "JRNL.dat" TO WRK-CAM-JRNL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNL REG-PARAMETROS.

           MOVE "DELTA.csv" TO WRK-CAM-DELTA-CSV.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-DELTA-CSV REG-PARAMETROS.

           MOVE "ANONIM.dat" TO WRK-CAM-ANONIM.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ANONIM REG-PARAMETROS.

           MOVE "DLTCTL.dat" TO WRK-CAM-DLTCTL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-DLTCTL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.


           PERFORM 0110-LER-CORTE.

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

           OPEN OUTPUT CSV-DELTA.
             IF FS-CSV-DELTA NOT EQUAL 00
                MOVE FS-CSV-DELTA TO WRK-FS-ERRO
               MOVE WRK-JRN-DEPOIS TO WRK-IMAGEM-CSV
           END-IF.

      *    ID ELIMINADO (ANONIM.dat, PRGARQ33) SAI SEMPRE MASCARADO,
      *    MESMO DE UMA LINHA DO DIARIO ANTERIOR A ELIMINACAO.
           IF WRK-TEM-ANONIM EQUAL "S"
               MOVE WRK-CSV-ID TO ANO-ID
               READ ANONIM
                   KEY IS ANO-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL "PRGANONIM" USING WRK-IMAGEM-CSV
                           WRK-IMAGEM-MUDOU
                       IF WRK-IMAGEM-MUDOU EQUAL "S"
                           ADD 1 TO WRK-QTD-MASCARADAS
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO REG-CSV-DELTA.
           STRING WRK-JRN-OPERACAO                 DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
           CLOSE JORNAL.
           CLOSE CSV-DELTA.

           IF WRK-TEM-ANONIM EQUAL "S"
               CLOSE ANONIM
           END-IF.

           IF WRK-QTD-EXPORTADAS > ZEROS
               PERFORM 0220-GRAVA-CORTE
               DISPLAY "NOVO CORTE GRAVADO: " WRK-ULTIMO-TS
           DISPLAY "LINHAS LIDAS DO DIARIO: " WRK-QTD-LIDAS.
           DISPLAY "ANTERIORES AO CORTE...: " WRK-QTD-ANTERIORES.
           DISPLAY "MOVIMENTOS EXPORTADOS.: " WRK-QTD-EXPORTADAS.
           DISPLAY "MASCARADOS (LGPD).....: " WRK-QTD-MASCARADAS.
           DISPLAY "ARQUIVO GERADO........: DELTA.csv".

       0300-FINALIZAR-FIM. EXIT.
