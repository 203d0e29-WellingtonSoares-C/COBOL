      *==                INICIO=FIM E TAMBEM DISTORCIAM EXEC/FALHAS E
      *==                A MEDIA DE PRGARQ8/PRGARQ9 EM DIA DE BASE
      *==                OCUPADA.
      *==              - 15/10/2026 - LAYOUT DE RUNCTL.dat ACOMPANHA O
      *==                PRGARQ19: REGISTRO PASSA A X(90) COM O ID DO
      *==                OPERADOR (WRK-RUN-OPERADOR) NO FIM DA LINHA.
      *==                OS PASSOS "NAO DISPARADO - NAO AUTORIZADO"
      *==                ENTRAM NA MESMA CONTAGEM DE NAO DISPARADOS.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE. OS INTERVALOS DOS
      *==                ALERTAS (1 DIA PARA O BACKUP, 31 PARA A ROTACAO
      *==                DO LOG) PASSAM A VIR DOS PARAMETROS
      *==                (PAR-DIAS-ALERTA-BACKUP E
      *==                PAR-DIAS-ALERTA-ROTAC).
      *=================================================================
       ENVIRONMENT                               DIVISION.


       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROLE ASSIGN TO DYNAMIC
               WRK-CAM-RUNCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RUN-CONTROLE.

           SELECT RELAT-OPS ASSIGN TO DYNAMIC
               WRK-CAM-OPSREL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RELAT-OPS.
      *-----------------------------------------------------------------
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD RUN-CONTROLE.
       01  REG-RUN-CONTROLE      PIC X(90).

       FD RELAT-OPS.
       01  REG-RELAT-OPS         PIC X(100).
       77  FS-RUN-CONTROLE       PIC 9(02).
       77  FS-RELAT-OPS          PIC 9(02).

       77  WRK-CAM-RUNCTL        PIC X(100) VALUE SPACES.
       77  WRK-CAM-OPSREL        PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-RUNCTL        PIC X(01) VALUE "N".
       77  WRK-QTD-LINHAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PULADOS       PIC 9(07) VALUE ZEROS.
           05 WRK-RUN-FIM        PIC X(14).
           05 FILLER             PIC X(02).
           05 WRK-RUN-RESULTADO  PIC X(30).
           05 FILLER             PIC X(02).
           05 WRK-RUN-OPERADOR   PIC X(08).

       01  WRK-TABELA-OPS.
           05 WRK-OPS-ENTRADA     OCCURS 50 TIMES.
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

           MOVE "RUNCTL.dat" TO WRK-CAM-RUNCTL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-RUNCTL REG-PARAMETROS.

           MOVE "OPSREL.dat" TO WRK-CAM-OPSREL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-OPSREL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           WRITE REG-RELAT-OPS.

           MOVE "PRGARQ14"          TO WRK-PROG-CRITICO.
           MOVE PAR-DIAS-ALERTA-BACKUP TO WRK-DIAS-ESPERADO.
           MOVE "BACKUP DIARIO"     TO WRK-DESCR-CRITICO.
           PERFORM 0240-CONFERE-CRITICO.

           MOVE "PRGARQ17"          TO WRK-PROG-CRITICO.
           MOVE PAR-DIAS-ALERTA-ROTAC TO WRK-DIAS-ESPERADO.
           MOVE "ROTACAO MENSAL DO LOG" TO WRK-DESCR-CRITICO.
           PERFORM 0240-CONFERE-CRITICO.

