      *==                GRAVADA EM LISTCLI.dat.
      *== DATA        : 22/08/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE. O TAMANHO DA PAGINA
      *==                (ANTES FIXO EM 60 LINHAS) PASSA A VIR DE
      *==                PAR-LINHAS-PAGINA.
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

           SELECT LISTAGEM ASSIGN TO DYNAMIC
               WRK-CAM-LISTCLI
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LISTAGEM.
      *-----------------------------------------------------------------
       77  FS-CLIENTES           PIC 9(02).
       77  FS-LISTAGEM           PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-LISTCLI       PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FIM-CLIENTES      PIC X(01) VALUE "N".
       77  WRK-QTD-ATIVOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-INATIVOS      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LISTADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-LINHAS-PAGINA     PIC 9(03) VALUE ZEROS.
       77  WRK-PAGINA            PIC 9(03) VALUE ZEROS.

       77  WRK-FILTRO            PIC X(01) VALUE "T".
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

           MOVE "LISTCLI.dat" TO WRK-CAM-LISTCLI.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LISTCLI REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

      *-----------------------------------------------------------------
       0210-LISTAR-REGISTRO                      SECTION.

           IF WRK-LINHAS-PAGINA NOT LESS THAN PAR-LINHAS-PAGINA
               PERFORM 0110-NOVA-PAGINA
           END-IF.

