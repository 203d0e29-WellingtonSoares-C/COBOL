       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ33.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : ANONIMIZACAO LGPD (DIREITO DE ELIMINACAO) - O
      *==                OPERADOR INFORMA UM OU MAIS REG-ID (DIGITADOS
      *==                OU LIDOS DE ANONIDS.dat) E O PROGRAMA MASCARA
      *==                DE FORMA IRREVERSIVEL, VIA PRGANONIM, NOME,
      *==                CPF, TELEFONE E E-MAIL DO CLIENTE EM
      *==                CLIENTES.dat, CLIARQV.dat, NAS IMAGENS ANTES E
      *==                DEPOIS DE JRNL.dat, EM BACKUP.dat, CLIENTES.csv
      *==                E DELTA.csv, E OS VALORES DE PROCURA POR NOME
      *==                OU CPF EM LOG.dat E NOS LOGS ROTACIONADOS
      *==                LOG_AAAAMMDD.dat. O REG-ID E O HISTORICO DE
      *==                PEDIDOS SAO PRESERVADOS. CLIENTE COM PEDIDO EM
      *==                ABERTO E RECUSADO; IDS RETIRADOS EM FUSAO
      *==                (XREF.dat) PARA UM ID ACEITO ENTRAM JUNTO. CADA
      *==                ID ANONIMIZADO E REGISTRADO EM ANONIM.dat E
      *==                RECEBE UMA LINHA DE ALTERACAO MASCARADA NO
      *==                DIARIO, QUE LEVA A ELIMINACAO AOS CONSUMIDORES
      *==                DO DELTA. CADA EXECUCAO ACRESCENTA EM
      *==                ANONCERT.dat UM CERTIFICADO COM TODOS OS
      *==                ARQUIVOS E REGISTROS ALCANCADOS E OS CAMPOS DE
      *==                ASSINATURA.
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *== ALTERACAO   : 15/10/2026 - OS ENDERECOS DO CLIENTE
      *==                (ENDERECO.dat, TODOS OS TIPOS) PASSAM A SER
      *==                EXCLUIDOS NA ANONIMIZACAO, COM UMA LINHA POR
      *==                ENDERECO NO CERTIFICADO E MENCAO NA DECLARACAO
      *==                FINAL.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

           SELECT CLI-ARQUIVO ASSIGN TO DYNAMIC
               WRK-CAM-CLIARQV
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ARV-ID
             FILE STATUS IS FS-CLI-ARQUIVO.

           SELECT PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

           SELECT ENDERECOS ASSIGN TO DYNAMIC
               WRK-CAM-ENDERECO
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS END-CHAVE
             FILE STATUS IS FS-ENDERECOS.

           SELECT XREF ASSIGN TO DYNAMIC
               WRK-CAM-XREF
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-XREF.

           SELECT ANONIM ASSIGN TO DYNAMIC
               WRK-CAM-ANONIM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ANO-ID
             FILE STATUS IS FS-ANONIM.

           SELECT JORNAL ASSIGN TO DYNAMIC
               WRK-CAM-JRNL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-JORNAL.

           SELECT LISTA-IDS ASSIGN TO DYNAMIC
               WRK-CAM-ANONIDS
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LISTA-IDS.

           SELECT ARQ-SEQUENCIAL ASSIGN TO DYNAMIC
               WRK-NOME-ARQUIVO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ARQ-SEQUENCIAL.

           SELECT ARQ-TRABALHO ASSIGN TO DYNAMIC
               WRK-CAM-ANONTRB
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-ARQ-TRABALHO.

           SELECT CERTIFICADO ASSIGN TO DYNAMIC
               WRK-CAM-ANONCERT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CERTIFICADO.
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

       FD PEDIDOS.
           COPY PEDREG.

       FD ENDERECOS.
           COPY ENDREG.

       FD XREF.
       01  REG-XREF.
           05 XRF-ID-ANTIGO      PIC X(04).
           05 FILLER             PIC X(02).
           05 XRF-ID-NOVO        PIC X(04).

       FD ANONIM.
           COPY ANOREG.

       FD JORNAL.
       01  REG-JORNAL            PIC X(230).

       FD LISTA-IDS.
       01  REG-LISTA-ID          PIC X(04).

       FD ARQ-SEQUENCIAL.
       01  REG-ARQ-SEQUENCIAL    PIC X(230).

       FD ARQ-TRABALHO.
       01  REG-ARQ-TRABALHO      PIC X(230).

       FD CERTIFICADO.
       01  REG-CERTIFICADO       PIC X(120).

       WORKING-STORAGE                           SECTION.
       77  FS-CLIENTES           PIC 9(02).
       77  FS-CLI-ARQUIVO        PIC 9(02).
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-ENDERECOS          PIC 9(02).
       77  FS-XREF               PIC 9(02).
       77  FS-ANONIM             PIC 9(02).
       77  FS-JORNAL             PIC 9(02).
       77  FS-LISTA-IDS          PIC 9(02).
       77  FS-ARQ-SEQUENCIAL     PIC 9(02).
       77  FS-ARQ-TRABALHO       PIC 9(02).
       77  FS-CERTIFICADO        PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIARQV       PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-ENDERECO      PIC X(100) VALUE SPACES.
       77  WRK-CAM-XREF          PIC X(100) VALUE SPACES.
       77  WRK-CAM-ANONIM        PIC X(100) VALUE SPACES.
       77  WRK-CAM-JRNL          PIC X(100) VALUE SPACES.
       77  WRK-CAM-ANONIDS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-ANONTRB       PIC X(100) VALUE SPACES.
       77  WRK-CAM-ANONCERT      PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-TEM-ARQUIVADOS    PIC X(01) VALUE "N".
       77  WRK-TEM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-TEM-JORNAL        PIC X(01) VALUE "N".
       77  WRK-TEM-ENDERECOS     PIC X(01) VALUE "N".
       77  WRK-TIPO-END          PIC X(01) VALUE SPACES.

       77  WRK-MODO              PIC X(01) VALUE SPACES.
           88  WRK-MODO-LISTA    VALUE "L" "l".

       77  WRK-ID-ENTRADA        PIC X(04) VALUE SPACES.
       77  WRK-ID-ORIGEM         PIC X(04) VALUE SPACES.
       77  WRK-ID-PROCURA        PIC X(04) VALUE SPACES.
       77  WRK-PED-ABERTO        PIC X(06) VALUE SPACES.
       77  WRK-CONFIRMA          PIC X(01) VALUE SPACES.
       77  WRK-FIM-ENTRADA       PIC X(01) VALUE "N".
       77  WRK-FIM-LISTA         PIC X(01) VALUE "N".
       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-FIM-XREF          PIC X(01) VALUE "N".
       77  WRK-FIM-SEQUENCIAL    PIC X(01) VALUE "N".
       77  WRK-FIM-TRABALHO      PIC X(01) VALUE "N".
       77  WRK-PEDIDO-ABERTO     PIC X(01) VALUE "N".
       77  WRK-ACHOU             PIC X(01) VALUE "N".
       77  WRK-LINHA-MUDOU       PIC X(01) VALUE "N".
       77  WRK-IMAGEM-MUDOU      PIC X(01) VALUE "N".
       77  WRK-ARQ-ABERTO        PIC X(01) VALUE "N".
       77  WRK-AVISA-AUSENTE     PIC X(01) VALUE "S".
       77  WRK-HOUVE-FALHA       PIC X(01) VALUE "N".
       77  WRK-CANCELADA         PIC X(01) VALUE "N".

       77  WRK-IDX               PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-XREF          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-BUSCA         PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHOU         PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-USADOS        PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-MAXIMO        PIC 9(03) VALUE 200.

       77  WRK-QTD-RECUSADOS     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-RETIRADOS     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LINHAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-MASCARADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ANONIMIZADOS  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-LOGS-ROTAC    PIC 9(05) VALUE ZEROS.

       77  WRK-NOME-ARQUIVO      PIC X(100) VALUE SPACES.
       77  WRK-ROTULO-ARQUIVO    PIC X(20) VALUE SPACES.
       77  WRK-TIPO-ARQUIVO      PIC X(01) VALUE SPACES.
           88  WRK-ARQ-CADASTRO  VALUE "K".
           88  WRK-ARQ-JORNAL    VALUE "J".
           88  WRK-ARQ-BACKUP    VALUE "B".
           88  WRK-ARQ-CSV       VALUE "C".
           88  WRK-ARQ-DELTA     VALUE "D".
           88  WRK-ARQ-LOG       VALUE "L".
       77  WRK-DESCRICAO         PIC X(30) VALUE SPACES.

       77  WRK-DATA-INICIAL      PIC X(08) VALUE SPACES.
       77  WRK-DATA-NUM          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LOG          PIC 9(08) VALUE ZEROS.
       77  WRK-DIA               PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-INICIAL       PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-FINAL         PIC 9(07) VALUE ZEROS.

       77  WRK-PONTEIRO          PIC 9(03) VALUE ZEROS.
       77  WRK-TAM-VALOR         PIC 9(02) VALUE ZEROS.
       77  WRK-TAM-MINIMO        PIC 9(02) VALUE 3.
       77  WRK-VALOR-MASCARA     PIC X(20) VALUE "ANONIMIZADO".

       77  WRK-TIMESTAMP         PIC X(21) VALUE SPACES.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ARQUIVO NAO EXISTE!".

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-TRV-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-TRV-PROGRAMA      PIC X(08) VALUE "PRGARQ33".
       77  WRK-TRV-OPERADOR      PIC X(20) VALUE SPACES.
       77  WRK-TRV-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-TRV-DETENTOR      PIC X(50) VALUE SPACES.
       77  WRK-TRAVA-MINHA       PIC X(01) VALUE "N".

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE "PRGARQ33".
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

      *    IDS ACEITOS NESTA EXECUCAO. NOME E CPF ORIGINAIS FICAM SO
      *    EM MEMORIA, PARA RECONHECER AS PROCURAS GRAVADAS NOS LOGS.
       01  WRK-TABELA-ANONIM.
           05 WRK-TAB-ITEM       OCCURS 200 TIMES.
              10 WRK-TAB-ID          PIC X(04).
              10 WRK-TAB-ORIGEM      PIC X(04).
              10 WRK-TAB-NOME        PIC X(20).
              10 WRK-TAB-CPF         PIC X(11).
              10 WRK-TAB-NO-CADASTRO PIC X(01).
              10 WRK-TAB-QTD         PIC 9(05).

       01  WRK-IMAGEM.
           05 WRK-IMG-ID         PIC X(04).
           05 WRK-IMG-NOME       PIC X(20).
           05 WRK-IMG-TELEFONE   PIC X(11).
           05 WRK-IMG-CPF        PIC X(11).
           05 WRK-IMG-EMAIL      PIC X(40).
           05 WRK-IMG-STATUS     PIC X(01).
           05 WRK-IMG-DATA-MANUT PIC X(08).

       01  WRK-IMAGEM-ORIGINAL.
           05 WRK-ORI-ID         PIC X(04).
           05 WRK-ORI-NOME       PIC X(20).
           05 WRK-ORI-TELEFONE   PIC X(11).
           05 WRK-ORI-CPF        PIC X(11).
           05 WRK-ORI-EMAIL      PIC X(40).
           05 WRK-ORI-STATUS     PIC X(01).
           05 WRK-ORI-DATA-MANUT PIC X(08).

       01  WRK-LINHA-SEQUENCIAL  PIC X(230).

       01  WRK-LINHA-JORNAL.
           05 WRK-JRN-TIMESTAMP  PIC X(21).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-JRN-OPERACAO   PIC X(01).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-JRN-ANTES.
              10 JRA-ID          PIC X(04).
              10 FILLER          PIC X(91).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-JRN-DEPOIS.
              10 JRD-ID          PIC X(04).
              10 FILLER          PIC X(91).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-JRN-OPERADOR   PIC X(08).

       01  WRK-LINHA-DETALHE.
           05 WRK-DET-TIPO       PIC X(01).
           05 WRK-DET-IMAGEM.
              10 WRK-DET-ID      PIC X(04).
              10 FILLER          PIC X(91).
           05 FILLER             PIC X(134).

       01  WRK-LINHA-LOG.
           05 WRK-LOG-TIMESTAMP  PIC X(21).
           05 FILLER             PIC X(02).
           05 WRK-LOG-VALOR      PIC X(20).
           05 FILLER             PIC X(187).

       01  WRK-CAMPOS-CSV.
           05 WRK-CSV-OPERACAO   PIC X(01).
           05 WRK-CSV-ID         PIC X(04).
           05 WRK-CSV-NOME       PIC X(20).
           05 WRK-CSV-TELEFONE   PIC X(11).
           05 WRK-CSV-CPF        PIC X(11).
           05 WRK-CSV-EMAIL      PIC X(40).
           05 WRK-CSV-STATUS     PIC X(01).

       01  WRK-LINHA-CERT        PIC X(120).
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

           MOVE "CLIARQV.dat" TO WRK-CAM-CLIARQV.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIARQV REG-PARAMETROS.

           MOVE "PEDIDOS.dat" TO WRK-CAM-PEDIDOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDIDOS REG-PARAMETROS.

           MOVE "ENDERECO.dat" TO WRK-CAM-ENDERECO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ENDERECO REG-PARAMETROS.

           MOVE "XREF.dat" TO WRK-CAM-XREF.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-XREF REG-PARAMETROS.

           MOVE "ANONIM.dat" TO WRK-CAM-ANONIM.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ANONIM REG-PARAMETROS.

           MOVE "JRNL.dat" TO WRK-CAM-JRNL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-JRNL REG-PARAMETROS.

           MOVE "ANONIDS.dat" TO WRK-CAM-ANONIDS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ANONIDS REG-PARAMETROS.

           MOVE "ANONTRB.dat" TO WRK-CAM-ANONTRB.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ANONTRB REG-PARAMETROS.

           MOVE "ANONCERT.dat" TO WRK-CAM-ANONCERT.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ANONCERT REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

           MOVE "V" TO WRK-SES-ACAO.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO NOT EQUAL "S"
               DISPLAY "PROGRAMA NAO AUTORIZADO PARA O OPERADOR."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-SES-OPERADOR TO WRK-TRV-OPERADOR.

           PERFORM 0150-RECLAMAR-TRAVA.

           OPEN I-O CLIENTES.
             IF FS-CLIENTES NOT EQUAL 00
                MOVE FS-CLIENTES    TO WRK-FS-ERRO
                MOVE "CLIENTES.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE "S" TO WRK-TEM-ARQUIVADOS.
           OPEN I-O CLI-ARQUIVO.
             IF FS-CLI-ARQUIVO EQUAL 35
                MOVE "N" TO WRK-TEM-ARQUIVADOS
             ELSE
                IF FS-CLI-ARQUIVO NOT EQUAL 00
                   MOVE FS-CLI-ARQUIVO TO WRK-FS-ERRO
                   MOVE "CLIARQV.dat"  TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

           MOVE "S" TO WRK-TEM-PEDIDOS.
           OPEN INPUT PEDIDOS.
             IF FS-PEDIDOS EQUAL 35
                MOVE "N" TO WRK-TEM-PEDIDOS
             ELSE
                IF FS-PEDIDOS NOT EQUAL 00
                   MOVE FS-PEDIDOS    TO WRK-FS-ERRO
                   MOVE "PEDIDOS.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

           MOVE "S" TO WRK-TEM-ENDERECOS.
           OPEN I-O ENDERECOS.
             IF FS-ENDERECOS EQUAL 35
                MOVE "N" TO WRK-TEM-ENDERECOS
             ELSE
                IF FS-ENDERECOS NOT EQUAL 00
                   MOVE FS-ENDERECOS   TO WRK-FS-ERRO
                   MOVE "ENDERECO.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

           OPEN I-O ANONIM.
             IF FS-ANONIM EQUAL 35
                OPEN OUTPUT ANONIM
                CLOSE ANONIM
                OPEN I-O ANONIM
             END-IF.

             IF FS-ANONIM NOT EQUAL 00
                MOVE FS-ANONIM    TO WRK-FS-ERRO
                MOVE "ANONIM.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN EXTEND CERTIFICADO.
             IF FS-CERTIFICADO NOT EQUAL 00
                OPEN OUTPUT CERTIFICADO
                CLOSE CERTIFICADO
                OPEN EXTEND CERTIFICADO
             END-IF.

             IF FS-CERTIFICADO NOT EQUAL 00
                MOVE FS-CERTIFICADO TO WRK-FS-ERRO
                MOVE "ANONCERT.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP.

           MOVE ALL "=" TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE "CERTIFICADO DE ANONIMIZACAO DE DADOS PESSOAIS (LGPD)"
               TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "EMITIDO EM "         DELIMITED BY SIZE
                  WRK-TIMESTAMP (1:8)   DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-TIMESTAMP (9:6)   DELIMITED BY SIZE
                  " - OPERADOR "        DELIMITED BY SIZE
                  WRK-SES-OPERADOR      DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE ALL "-" TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0150-RECLAMAR-TRAVA                       SECTION.

           MOVE "C" TO WRK-TRV-ACAO.
           CALL "PRGTRAVA" USING WRK-TRV-ACAO WRK-TRV-PROGRAMA
               WRK-TRV-OPERADOR WRK-TRV-RESULTADO WRK-TRV-DETENTOR.

           IF WRK-TRV-RESULTADO NOT EQUAL "S"
               DISPLAY "CLIENTES.dat EM ATUALIZACAO POR "
                   WRK-TRV-DETENTOR
               DISPLAY "PROGRAMA NAO INICIADO - AGUARDE A LIBERACAO "
                   "OU USE A LIBERACAO SUPERVISIONADA DO PRGARQ19."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "S" TO WRK-TRAVA-MINHA.

       0150-RECLAMAR-TRAVA-FIM. EXIT.


      *-----------------------------------------------------------------
       0160-LIBERAR-TRAVA                        SECTION.

           IF WRK-TRAVA-MINHA EQUAL "S"
               MOVE "L" TO WRK-TRV-ACAO
               CALL "PRGTRAVA" USING WRK-TRV-ACAO WRK-TRV-PROGRAMA
                   WRK-TRV-OPERADOR WRK-TRV-RESULTADO WRK-TRV-DETENTOR
               MOVE "N" TO WRK-TRAVA-MINHA
           END-IF.

       0160-LIBERAR-TRAVA-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           DISPLAY "=========================================".
           DISPLAY "ANONIMIZACAO LGPD DE CLIENTES - PRGARQ33".
           DISPLAY "(MASCARA IRREVERSIVEL DE NOME, CPF, TELEFONE".
           DISPLAY " E E-MAIL - O ID E OS PEDIDOS SAO MANTIDOS;".
           DISPLAY " OS ENDERECOS DO CLIENTE SAO EXCLUIDOS)".
           DISPLAY "=========================================".
           DISPLAY "(U)M ID POR VEZ OU (L)ISTA (LENDO ANONIDS.dat)?"
               ACCEPT WRK-MODO.

           MOVE "IDS SOLICITADOS:" TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

           IF WRK-MODO-LISTA
               PERFORM 0210-LER-LISTA
           ELSE
               PERFORM 0220-DIGITAR-ID
                   UNTIL WRK-FIM-ENTRADA EQUAL "S"
           END-IF.

      *    A TABELA CRESCE DURANTE A VARREDURA: OS RETIRADOS INCLUIDOS
      *    TAMBEM TEM SEUS PROPRIOS RETIRADOS PROCURADOS NO XREF.dat.
           PERFORM 0235-INCLUIR-RETIRADOS
               VARYING WRK-IDX-XREF FROM 1 BY 1
               UNTIL WRK-IDX-XREF > WRK-TAB-USADOS.

           IF WRK-TAB-USADOS EQUAL ZEROS
               DISPLAY "NENHUM ID ACEITO - NADA ANONIMIZADO."
               MOVE "   NENHUM ID ACEITO - NADA ANONIMIZADO."
                   TO WRK-LINHA-CERT
               PERFORM 0296-GRAVA-CERTIFICADO
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           PERFORM 0238-CONFIRMAR.

           IF WRK-CANCELADA EQUAL "S"
               GO TO 0200-PROCESSAR-FIM
           END-IF.

           DISPLAY "DATA DO LOG ROTACIONADO MAIS ANTIGO A VARRER "
               "(AAAAMMDD DO NOME LOG_AAAAMMDD.dat, BRANCO PARA "
               "VARRER SO O LOG.dat)?"
               ACCEPT WRK-DATA-INICIAL.

           MOVE ALL "-" TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE "REGISTROS ANONIMIZADOS:" TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

           PERFORM 0240-ANONIMIZAR-CADASTRO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-USADOS.

           MOVE "S" TO WRK-AVISA-AUSENTE.

           MOVE "J"            TO WRK-TIPO-ARQUIVO.
           MOVE "JRNL.dat"     TO WRK-ROTULO-ARQUIVO.
           PERFORM 0245-MONTA-NOME-ARQUIVO.
           PERFORM 0250-ANONIMIZAR-SEQUENCIAL.

           MOVE "B"            TO WRK-TIPO-ARQUIVO.
           MOVE "BACKUP.dat"   TO WRK-ROTULO-ARQUIVO.
           PERFORM 0245-MONTA-NOME-ARQUIVO.
           PERFORM 0250-ANONIMIZAR-SEQUENCIAL.

           MOVE "C"            TO WRK-TIPO-ARQUIVO.
           MOVE "CLIENTES.csv" TO WRK-ROTULO-ARQUIVO.
           PERFORM 0245-MONTA-NOME-ARQUIVO.
           PERFORM 0250-ANONIMIZAR-SEQUENCIAL.

           MOVE "D"            TO WRK-TIPO-ARQUIVO.
           MOVE "DELTA.csv"    TO WRK-ROTULO-ARQUIVO.
           PERFORM 0245-MONTA-NOME-ARQUIVO.
           PERFORM 0250-ANONIMIZAR-SEQUENCIAL.

           MOVE "L"            TO WRK-TIPO-ARQUIVO.
           MOVE "LOG.dat"      TO WRK-ROTULO-ARQUIVO.
           PERFORM 0245-MONTA-NOME-ARQUIVO.
           PERFORM 0250-ANONIMIZAR-SEQUENCIAL.

           PERFORM 0270-LOGS-ROTACIONADOS.

           PERFORM 0280-REGISTRAR-ANONIMIZACAO.

           PERFORM 0285-FECHAR-CERTIFICADO.

       0200-PROCESSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-LER-LISTA                            SECTION.

           OPEN INPUT LISTA-IDS.
             IF FS-LISTA-IDS NOT EQUAL 00
                MOVE FS-LISTA-IDS  TO WRK-FS-ERRO
                MOVE "ANONIDS.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           READ LISTA-IDS
               AT END MOVE "S" TO WRK-FIM-LISTA
           END-READ.

           PERFORM UNTIL WRK-FIM-LISTA EQUAL "S"
               MOVE REG-LISTA-ID TO WRK-ID-ENTRADA
               MOVE SPACES       TO WRK-ID-ORIGEM
               PERFORM 0230-ACEITAR-ID

               READ LISTA-IDS
                   AT END MOVE "S" TO WRK-FIM-LISTA
               END-READ
           END-PERFORM.

           CLOSE LISTA-IDS.

       0210-LER-LISTA-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-DIGITAR-ID                           SECTION.

           DISPLAY "DIGITE O ID A ANONIMIZAR (BRANCO PARA ENCERRAR).."
               ACCEPT WRK-ID-ENTRADA.

           IF WRK-ID-ENTRADA EQUAL SPACES
               MOVE "S" TO WRK-FIM-ENTRADA
               GO TO 0220-DIGITAR-ID-FIM
           END-IF.

           MOVE SPACES TO WRK-ID-ORIGEM.
           PERFORM 0230-ACEITAR-ID.

       0220-DIGITAR-ID-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-ACEITAR-ID                           SECTION.

           IF WRK-ID-ENTRADA EQUAL SPACES
               GO TO 0230-ACEITAR-ID-FIM
           END-IF.

           MOVE WRK-ID-ENTRADA TO WRK-ID-PROCURA.
           PERFORM 0290-PROCURA-TABELA.
           IF WRK-ACHOU EQUAL "S"
               GO TO 0230-ACEITAR-ID-FIM
           END-IF.

           PERFORM 0232-VERIFICA-PEDIDOS.
           IF WRK-PEDIDO-ABERTO EQUAL "S"
               ADD 1 TO WRK-QTD-RECUSADOS
               DISPLAY "ID " WRK-ID-ENTRADA " RECUSADO - PEDIDO "
                   WRK-PED-ABERTO " EM ABERTO."
               MOVE SPACES TO WRK-LINHA-CERT
               STRING "   ID "                DELIMITED BY SIZE
                      WRK-ID-ENTRADA          DELIMITED BY SIZE
                      "  RECUSADO - CLIENTE COM PEDIDO EM ABERTO ("
                                              DELIMITED BY SIZE
                      WRK-PED-ABERTO          DELIMITED BY SIZE
                      ")"                     DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
               PERFORM 0296-GRAVA-CERTIFICADO
               GO TO 0230-ACEITAR-ID-FIM
           END-IF.

           IF WRK-TAB-USADOS NOT LESS THAN WRK-TAB-MAXIMO
               ADD 1 TO WRK-QTD-RECUSADOS
               DISPLAY "AVISO: LIMITE DE " WRK-TAB-MAXIMO " IDS POR "
                   "EXECUCAO. ID " WRK-ID-ENTRADA " RECUSADO."
               MOVE SPACES TO WRK-LINHA-CERT
               STRING "   ID "                DELIMITED BY SIZE
                      WRK-ID-ENTRADA          DELIMITED BY SIZE
                      "  RECUSADO - LIMITE DE IDS POR EXECUCAO"
                                              DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
               PERFORM 0296-GRAVA-CERTIFICADO
               GO TO 0230-ACEITAR-ID-FIM
           END-IF.

           ADD 1 TO WRK-TAB-USADOS.
           MOVE WRK-ID-ENTRADA TO WRK-TAB-ID (WRK-TAB-USADOS).
           MOVE WRK-ID-ORIGEM  TO WRK-TAB-ORIGEM (WRK-TAB-USADOS).
           MOVE SPACES         TO WRK-TAB-NOME (WRK-TAB-USADOS).
           MOVE SPACES         TO WRK-TAB-CPF (WRK-TAB-USADOS).
           MOVE "N"            TO WRK-TAB-NO-CADASTRO (WRK-TAB-USADOS).
           MOVE ZEROS          TO WRK-TAB-QTD (WRK-TAB-USADOS).

           MOVE SPACES TO WRK-LINHA-CERT.
           MOVE 1      TO WRK-PONTEIRO.
           IF WRK-ID-ORIGEM EQUAL SPACES
               STRING "   ID "            DELIMITED BY SIZE
                      WRK-ID-ENTRADA      DELIMITED BY SIZE
                      "  ACEITO"          DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
                      WITH POINTER WRK-PONTEIRO
           ELSE
               ADD 1 TO WRK-QTD-RETIRADOS
               STRING "   ID "            DELIMITED BY SIZE
                      WRK-ID-ENTRADA      DELIMITED BY SIZE
                      "  ACEITO - RETIRADO NA FUSAO COM O ID "
                                          DELIMITED BY SIZE
                      WRK-ID-ORIGEM       DELIMITED BY SIZE
                      " (XREF.dat)"       DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
                      WITH POINTER WRK-PONTEIRO
           END-IF.

           MOVE WRK-ID-ENTRADA TO ANO-ID.
           READ ANONIM
               KEY IS ANO-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING " - JA ANONIMIZADO EM "  DELIMITED BY SIZE
                          ANO-DATA                 DELIMITED BY SIZE
                          INTO WRK-LINHA-CERT
                          WITH POINTER WRK-PONTEIRO
           END-READ.

           PERFORM 0296-GRAVA-CERTIFICADO.
           DISPLAY WRK-LINHA-CERT.

       0230-ACEITAR-ID-FIM. EXIT.


      *-----------------------------------------------------------------
       0232-VERIFICA-PEDIDOS                     SECTION.

           MOVE "N"    TO WRK-PEDIDO-ABERTO.
           MOVE SPACES TO WRK-PED-ABERTO.

           IF WRK-TEM-PEDIDOS NOT EQUAL "S"
               GO TO 0232-VERIFICA-PEDIDOS-FIM
           END-IF.

           MOVE "N" TO WRK-FIM-PEDIDOS.
           MOVE WRK-ID-ENTRADA TO PED-ID-CLIENTE.
           START PEDIDOS KEY IS EQUAL TO PED-ID-CLIENTE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
           END-START.

           PERFORM UNTIL WRK-FIM-PEDIDOS EQUAL "S"
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ

               IF WRK-FIM-PEDIDOS NOT EQUAL "S"
                   IF PED-ID-CLIENTE NOT EQUAL WRK-ID-ENTRADA
                       MOVE "S" TO WRK-FIM-PEDIDOS
                   ELSE
                       IF PED-STATUS-ABERTO
                           MOVE "S"        TO WRK-PEDIDO-ABERTO
                           MOVE PED-NUMERO TO WRK-PED-ABERTO
                           MOVE "S"        TO WRK-FIM-PEDIDOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0232-VERIFICA-PEDIDOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0235-INCLUIR-RETIRADOS                    SECTION.

           OPEN INPUT XREF.
             IF FS-XREF NOT EQUAL 00
                GO TO 0235-INCLUIR-RETIRADOS-FIM
             END-IF.

           MOVE "N" TO WRK-FIM-XREF.

           READ XREF
               AT END MOVE "S" TO WRK-FIM-XREF
           END-READ.

           PERFORM UNTIL WRK-FIM-XREF EQUAL "S"
               IF XRF-ID-NOVO EQUAL WRK-TAB-ID (WRK-IDX-XREF)
                   MOVE XRF-ID-ANTIGO TO WRK-ID-ENTRADA
                   MOVE XRF-ID-NOVO   TO WRK-ID-ORIGEM
                   PERFORM 0230-ACEITAR-ID
               END-IF

               READ XREF
                   AT END MOVE "S" TO WRK-FIM-XREF
               END-READ
           END-PERFORM.

           CLOSE XREF.

       0235-INCLUIR-RETIRADOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0238-CONFIRMAR                            SECTION.

           DISPLAY "=========================================".
           DISPLAY "IDS ACEITOS......: " WRK-TAB-USADOS.
           DISPLAY "  (RETIRADOS XREF): " WRK-QTD-RETIRADOS.
           DISPLAY "IDS RECUSADOS....: " WRK-QTD-RECUSADOS.
           DISPLAY "A MASCARA E IRREVERSIVEL - OS DADOS PESSOAIS DOS "
               "IDS ACEITOS NAO PODERAO SER RECUPERADOS.".
           DISPLAY "CONFIRMA A ANONIMIZACAO (S/N)?"
               ACCEPT WRK-CONFIRMA.

           IF WRK-CONFIRMA NOT EQUAL "S" AND WRK-CONFIRMA NOT EQUAL "s"
               MOVE "S" TO WRK-CANCELADA
               DISPLAY "ANONIMIZACAO CANCELADA - NADA ALTERADO."
               MOVE "   ANONIMIZACAO CANCELADA PELO OPERADOR."
                   TO WRK-LINHA-CERT
               PERFORM 0296-GRAVA-CERTIFICADO
           END-IF.

       0238-CONFIRMAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-ANONIMIZAR-CADASTRO                  SECTION.

           MOVE "K"       TO WRK-TIPO-ARQUIVO.
           MOVE WRK-IDX   TO WRK-IDX-ACHOU.

           MOVE WRK-TAB-ID (WRK-IDX) TO REG-ID.
           READ CLIENTES
               KEY IS REG-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0241-MASCARAR-CLIENTE
           END-READ.

           IF WRK-TEM-ARQUIVADOS EQUAL "S"
               MOVE WRK-TAB-ID (WRK-IDX) TO ARV-ID
               READ CLI-ARQUIVO
                   KEY IS ARV-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0242-MASCARAR-ARQUIVADO
               END-READ
           END-IF.

           IF WRK-TEM-ENDERECOS EQUAL "S"
               MOVE "C" TO WRK-TIPO-END
               PERFORM 0243-EXCLUIR-ENDERECO
               MOVE "E" TO WRK-TIPO-END
               PERFORM 0243-EXCLUIR-ENDERECO
               MOVE "R" TO WRK-TIPO-END
               PERFORM 0243-EXCLUIR-ENDERECO
           END-IF.

       0240-ANONIMIZAR-CADASTRO-FIM. EXIT.


      *-----------------------------------------------------------------
       0241-MASCARAR-CLIENTE                     SECTION.

           MOVE "S"          TO WRK-TAB-NO-CADASTRO (WRK-IDX).
           MOVE REG-CLIENTES TO WRK-IMAGEM.
           PERFORM 0260-MASCARAR-IMAGEM.

           IF WRK-IMAGEM-MUDOU NOT EQUAL "S"
               GO TO 0241-MASCARAR-CLIENTE-FIM
           END-IF.

           MOVE "CLIENTES.dat" TO WRK-ROTULO-ARQUIVO.
           MOVE WRK-IMAGEM     TO REG-CLIENTES.
           REWRITE REG-CLIENTES.
           IF FS-CLIENTES EQUAL 00
               MOVE "REGISTRO REGRAVADO" TO WRK-DESCRICAO
           ELSE
               PERFORM 0265-DESFAZ-CONTAGEM
               MOVE "FALHA NA REGRAVACAO" TO WRK-DESCRICAO
               DISPLAY "ERRO AO REGRAVAR O ID " REG-ID
                   " EM CLIENTES.dat - STATUS.." FS-CLIENTES
           END-IF.

           PERFORM 0295-LINHA-CERTIFICADO.

       0241-MASCARAR-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0242-MASCARAR-ARQUIVADO                   SECTION.

           MOVE "S"           TO WRK-TAB-NO-CADASTRO (WRK-IDX).
           MOVE REG-ARQUIVADO TO WRK-IMAGEM.
           PERFORM 0260-MASCARAR-IMAGEM.

           IF WRK-IMAGEM-MUDOU NOT EQUAL "S"
               GO TO 0242-MASCARAR-ARQUIVADO-FIM
           END-IF.

           MOVE "CLIARQV.dat" TO WRK-ROTULO-ARQUIVO.
           MOVE WRK-IMAGEM    TO REG-ARQUIVADO.
           REWRITE REG-ARQUIVADO.
           IF FS-CLI-ARQUIVO EQUAL 00
               MOVE "REGISTRO REGRAVADO" TO WRK-DESCRICAO
           ELSE
               PERFORM 0265-DESFAZ-CONTAGEM
               MOVE "FALHA NA REGRAVACAO" TO WRK-DESCRICAO
               DISPLAY "ERRO AO REGRAVAR O ID " ARV-ID
                   " EM CLIARQV.dat - STATUS.." FS-CLI-ARQUIVO
           END-IF.

           PERFORM 0295-LINHA-CERTIFICADO.

       0242-MASCARAR-ARQUIVADO-FIM. EXIT.


      *-----------------------------------------------------------------
      *    O ENDERECO NAO E MASCARADO: O REGISTRO INTEIRO E EXCLUIDO DE
      *    ENDERECO.dat (NAO HA PEDIDO EM ABERTO A ENTREGAR OU COBRAR).
       0243-EXCLUIR-ENDERECO                     SECTION.

           MOVE WRK-TAB-ID (WRK-IDX) TO END-ID-CLIENTE.
           MOVE WRK-TIPO-END         TO END-TIPO.
           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   GO TO 0243-EXCLUIR-ENDERECO-FIM
           END-READ.

           MOVE "ENDERECO.dat" TO WRK-ROTULO-ARQUIVO.
           DELETE ENDERECOS.
           IF FS-ENDERECOS EQUAL 00
               ADD 1 TO WRK-TAB-QTD (WRK-IDX-ACHOU)
               ADD 1 TO WRK-QTD-ANONIMIZADOS
               MOVE SPACES TO WRK-DESCRICAO
               STRING "ENDERECO TIPO " DELIMITED BY SIZE
                      WRK-TIPO-END     DELIMITED BY SIZE
                      " EXCLUIDO"      DELIMITED BY SIZE
                      INTO WRK-DESCRICAO
           ELSE
               MOVE "S" TO WRK-HOUVE-FALHA
               MOVE "FALHA NA EXCLUSAO DO ENDERECO" TO WRK-DESCRICAO
               DISPLAY "ERRO AO EXCLUIR O ENDERECO " WRK-TIPO-END
                   " DO ID " END-ID-CLIENTE
                   " EM ENDERECO.dat - STATUS.." FS-ENDERECOS
           END-IF.

           PERFORM 0295-LINHA-CERTIFICADO.

       0243-EXCLUIR-ENDERECO-FIM. EXIT.


      *-----------------------------------------------------------------
       0245-MONTA-NOME-ARQUIVO                   SECTION.

           MOVE SPACES TO WRK-NOME-ARQUIVO.
           MOVE WRK-ROTULO-ARQUIVO TO WRK-NOME-ARQUIVO.

           MOVE "A" TO WRK-PAR-ACAO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-NOME-ARQUIVO REG-PARAMETROS.

       0245-MONTA-NOME-ARQUIVO-FIM. EXIT.


      *-----------------------------------------------------------------
      *    LE O ARQUIVO SEQUENCIAL INDICADO EM WRK-NOME-ARQUIVO,
      *    GRAVA CADA LINHA (MASCARADA OU NAO) EM ANONTRB.dat E, SE
      *    ALGUMA LINHA MUDOU, DEVOLVE A COPIA SOBRE O ORIGINAL.
       0250-ANONIMIZAR-SEQUENCIAL                SECTION.

           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-QTD-MASCARADAS.
           MOVE "N"   TO WRK-ARQ-ABERTO.

           OPEN INPUT ARQ-SEQUENCIAL.
             IF FS-ARQ-SEQUENCIAL EQUAL 35
                IF WRK-AVISA-AUSENTE EQUAL "S"
                   MOVE SPACES TO WRK-LINHA-CERT
                   STRING "   "                DELIMITED BY SIZE
                          WRK-ROTULO-ARQUIVO   DELIMITED BY SPACE
                          " NAO EXISTE - NADA A ANONIMIZAR"
                                               DELIMITED BY SIZE
                          INTO WRK-LINHA-CERT
                   PERFORM 0296-GRAVA-CERTIFICADO
                END-IF
                GO TO 0250-ANONIMIZAR-SEQUENCIAL-FIM
             END-IF.

             IF FS-ARQ-SEQUENCIAL NOT EQUAL 00
                MOVE "S" TO WRK-HOUVE-FALHA
                DISPLAY WRK-ROTULO-ARQUIVO " INDISPONIVEL. STATUS.."
                    FS-ARQ-SEQUENCIAL
                MOVE SPACES TO WRK-LINHA-CERT
                STRING "   "                   DELIMITED BY SIZE
                       WRK-ROTULO-ARQUIVO      DELIMITED BY SPACE
                       " INDISPONIVEL (STATUS " DELIMITED BY SIZE
                       FS-ARQ-SEQUENCIAL       DELIMITED BY SIZE
                       ") - NAO ANONIMIZADO"   DELIMITED BY SIZE
                       INTO WRK-LINHA-CERT
                PERFORM 0296-GRAVA-CERTIFICADO
                GO TO 0250-ANONIMIZAR-SEQUENCIAL-FIM
             END-IF.

           MOVE "S" TO WRK-ARQ-ABERTO.

           OPEN OUTPUT ARQ-TRABALHO.
             IF FS-ARQ-TRABALHO NOT EQUAL 00
                CLOSE ARQ-SEQUENCIAL
                MOVE FS-ARQ-TRABALHO TO WRK-FS-ERRO
                MOVE "ANONTRB.dat"   TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE "N" TO WRK-FIM-SEQUENCIAL.

           READ ARQ-SEQUENCIAL
               AT END MOVE "S" TO WRK-FIM-SEQUENCIAL
           END-READ.

           PERFORM UNTIL WRK-FIM-SEQUENCIAL EQUAL "S"
               ADD 1 TO WRK-QTD-LINHAS
               MOVE REG-ARQ-SEQUENCIAL TO WRK-LINHA-SEQUENCIAL
               MOVE "N" TO WRK-LINHA-MUDOU

               EVALUATE TRUE
                   WHEN WRK-ARQ-JORNAL
                       PERFORM 0251-LINHA-JORNAL
                   WHEN WRK-ARQ-BACKUP
                       PERFORM 0252-LINHA-BACKUP
                   WHEN WRK-ARQ-CSV
                       PERFORM 0253-LINHA-CSV
                   WHEN WRK-ARQ-DELTA
                       PERFORM 0253-LINHA-CSV
                   WHEN WRK-ARQ-LOG
                       PERFORM 0254-LINHA-LOG
               END-EVALUATE

               IF WRK-LINHA-MUDOU EQUAL "S"
                   ADD 1 TO WRK-QTD-MASCARADAS
               END-IF

               MOVE WRK-LINHA-SEQUENCIAL TO REG-ARQ-TRABALHO
               WRITE REG-ARQ-TRABALHO

               READ ARQ-SEQUENCIAL
                   AT END MOVE "S" TO WRK-FIM-SEQUENCIAL
               END-READ
           END-PERFORM.

           CLOSE ARQ-SEQUENCIAL.
           CLOSE ARQ-TRABALHO.

           IF WRK-QTD-MASCARADAS > ZEROS
               PERFORM 0258-DEVOLVER-ARQUIVO
           END-IF.

           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "   "                     DELIMITED BY SIZE
                  WRK-ROTULO-ARQUIVO        DELIMITED BY SPACE
                  ": LINHAS LIDAS "         DELIMITED BY SIZE
                  WRK-QTD-LINHAS            DELIMITED BY SIZE
                  " / ANONIMIZADAS "        DELIMITED BY SIZE
                  WRK-QTD-MASCARADAS        DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

       0250-ANONIMIZAR-SEQUENCIAL-FIM. EXIT.


      *-----------------------------------------------------------------
       0251-LINHA-JORNAL                         SECTION.

           MOVE WRK-LINHA-SEQUENCIAL TO WRK-LINHA-JORNAL.

           IF JRA-ID NOT EQUAL SPACES
               MOVE JRA-ID TO WRK-ID-PROCURA
               PERFORM 0290-PROCURA-TABELA
               IF WRK-ACHOU EQUAL "S"
                   MOVE WRK-JRN-ANTES TO WRK-IMAGEM
                   PERFORM 0260-MASCARAR-IMAGEM
                   IF WRK-IMAGEM-MUDOU EQUAL "S"
                       MOVE WRK-IMAGEM     TO WRK-JRN-ANTES
                       MOVE "IMAGEM ANTES" TO WRK-DESCRICAO
                       PERFORM 0295-LINHA-CERTIFICADO
                       MOVE "S" TO WRK-LINHA-MUDOU
                   END-IF
               END-IF
           END-IF.

           IF JRD-ID NOT EQUAL SPACES
               MOVE JRD-ID TO WRK-ID-PROCURA
               PERFORM 0290-PROCURA-TABELA
               IF WRK-ACHOU EQUAL "S"
                   MOVE WRK-JRN-DEPOIS TO WRK-IMAGEM
                   PERFORM 0260-MASCARAR-IMAGEM
                   IF WRK-IMAGEM-MUDOU EQUAL "S"
                       MOVE WRK-IMAGEM      TO WRK-JRN-DEPOIS
                       MOVE "IMAGEM DEPOIS" TO WRK-DESCRICAO
                       PERFORM 0295-LINHA-CERTIFICADO
                       MOVE "S" TO WRK-LINHA-MUDOU
                   END-IF
               END-IF
           END-IF.

           IF WRK-LINHA-MUDOU EQUAL "S"
               MOVE WRK-LINHA-JORNAL TO WRK-LINHA-SEQUENCIAL
           END-IF.

       0251-LINHA-JORNAL-FIM. EXIT.


      *-----------------------------------------------------------------
       0252-LINHA-BACKUP                         SECTION.

      *    SO AS LINHAS DE DETALHE TEM IMAGEM; O TRAILER SOMA OS IDS,
      *    QUE NAO MUDAM, ENTAO CONTAGEM E TOTAL DE CONTROLE CONFEREM.
           MOVE WRK-LINHA-SEQUENCIAL TO WRK-LINHA-DETALHE.

           IF WRK-DET-TIPO NOT EQUAL "D"
               GO TO 0252-LINHA-BACKUP-FIM
           END-IF.

           MOVE WRK-DET-ID TO WRK-ID-PROCURA.
           PERFORM 0290-PROCURA-TABELA.
           IF WRK-ACHOU NOT EQUAL "S"
               GO TO 0252-LINHA-BACKUP-FIM
           END-IF.

           MOVE WRK-DET-IMAGEM TO WRK-IMAGEM.
           PERFORM 0260-MASCARAR-IMAGEM.

           IF WRK-IMAGEM-MUDOU EQUAL "S"
               MOVE WRK-IMAGEM        TO WRK-DET-IMAGEM
               MOVE WRK-LINHA-DETALHE TO WRK-LINHA-SEQUENCIAL
               MOVE "IMAGEM DO BACKUP" TO WRK-DESCRICAO
               PERFORM 0295-LINHA-CERTIFICADO
               MOVE "S" TO WRK-LINHA-MUDOU
           END-IF.

       0252-LINHA-BACKUP-FIM. EXIT.


      *-----------------------------------------------------------------
       0253-LINHA-CSV                            SECTION.

      *    CLIENTES.csv (PRGARQ8): ID,NOME,TELEFONE,CPF,EMAIL,STATUS
      *    DELTA.csv (PRGARQ23): OPERACAO, SEGUIDA DAS MESMAS COLUNAS
           IF WRK-QTD-LINHAS EQUAL 1
               GO TO 0253-LINHA-CSV-FIM
           END-IF.

           MOVE SPACES TO WRK-CAMPOS-CSV.

           IF WRK-ARQ-DELTA
               UNSTRING WRK-LINHA-SEQUENCIAL DELIMITED BY ","
                   INTO WRK-CSV-OPERACAO WRK-CSV-ID WRK-CSV-NOME
                        WRK-CSV-TELEFONE WRK-CSV-CPF WRK-CSV-EMAIL
                        WRK-CSV-STATUS
               END-UNSTRING
           ELSE
               UNSTRING WRK-LINHA-SEQUENCIAL DELIMITED BY ","
                   INTO WRK-CSV-ID WRK-CSV-NOME WRK-CSV-TELEFONE
                        WRK-CSV-CPF WRK-CSV-EMAIL WRK-CSV-STATUS
               END-UNSTRING
           END-IF.

           MOVE WRK-CSV-ID TO WRK-ID-PROCURA.
           PERFORM 0290-PROCURA-TABELA.
           IF WRK-ACHOU NOT EQUAL "S"
               GO TO 0253-LINHA-CSV-FIM
           END-IF.

           MOVE SPACES           TO WRK-IMAGEM.
           MOVE WRK-CSV-ID       TO WRK-IMG-ID.
           MOVE WRK-CSV-NOME     TO WRK-IMG-NOME.
           MOVE WRK-CSV-TELEFONE TO WRK-IMG-TELEFONE.
           MOVE WRK-CSV-CPF      TO WRK-IMG-CPF.
           MOVE WRK-CSV-EMAIL    TO WRK-IMG-EMAIL.
           MOVE WRK-CSV-STATUS   TO WRK-IMG-STATUS.
           PERFORM 0260-MASCARAR-IMAGEM.

           IF WRK-IMAGEM-MUDOU NOT EQUAL "S"
               GO TO 0253-LINHA-CSV-FIM
           END-IF.

           MOVE SPACES TO WRK-LINHA-SEQUENCIAL.
           IF WRK-ARQ-DELTA
               STRING WRK-CSV-OPERACAO                 DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-ID)        DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-NOME)      DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-TELEFONE)  DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-CPF)       DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-EMAIL)     DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      WRK-IMG-STATUS                   DELIMITED BY SIZE
                      INTO WRK-LINHA-SEQUENCIAL
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WRK-IMG-ID)        DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-NOME)      DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-TELEFONE)  DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-CPF)       DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-IMG-EMAIL)     DELIMITED BY SIZE
                      ","                              DELIMITED BY SIZE
                      WRK-IMG-STATUS                   DELIMITED BY SIZE
                      INTO WRK-LINHA-SEQUENCIAL
               END-STRING
           END-IF.

           MOVE "LINHA EXPORTADA" TO WRK-DESCRICAO.
           PERFORM 0295-LINHA-CERTIFICADO.
           MOVE "S" TO WRK-LINHA-MUDOU.

       0253-LINHA-CSV-FIM. EXIT.


      *-----------------------------------------------------------------
       0254-LINHA-LOG                            SECTION.

      *    O LOG GUARDA O VALOR DIGITADO NA PROCURA DO PRGARQ6. PROCURA
      *    POR ID (QUATRO DIGITOS) E MANTIDA; PROCURA PELO CPF OU POR
      *    UM INICIO DO NOME (MINIMO WRK-TAM-MINIMO POSICOES) DE UM ID
      *    ACEITO E MASCARADA.
           MOVE WRK-LINHA-SEQUENCIAL TO WRK-LINHA-LOG.

           IF WRK-LOG-VALOR EQUAL SPACES OR
              WRK-LOG-VALOR EQUAL WRK-VALOR-MASCARA
               GO TO 0254-LINHA-LOG-FIM
           END-IF.

           IF WRK-LOG-VALOR (1:4) NUMERIC AND
              WRK-LOG-VALOR (5:16) EQUAL SPACES
               GO TO 0254-LINHA-LOG-FIM
           END-IF.

           COMPUTE WRK-TAM-VALOR =
               FUNCTION LENGTH(FUNCTION TRIM(WRK-LOG-VALOR TRAILING)).

           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-TAB-USADOS
               IF WRK-TAB-CPF (WRK-IDX-BUSCA) NOT EQUAL SPACES AND
                  WRK-LOG-VALOR EQUAL WRK-TAB-CPF (WRK-IDX-BUSCA)
                   MOVE "S" TO WRK-ACHOU
               END-IF
               IF WRK-TAB-NOME (WRK-IDX-BUSCA) NOT EQUAL SPACES AND
                  WRK-TAM-VALOR NOT LESS THAN WRK-TAM-MINIMO
                   IF WRK-LOG-VALOR (1:WRK-TAM-VALOR) EQUAL
                      WRK-TAB-NOME (WRK-IDX-BUSCA) (1:WRK-TAM-VALOR)
                       MOVE "S" TO WRK-ACHOU
                   END-IF
               END-IF
               IF WRK-ACHOU EQUAL "S"
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WRK-ACHOU NOT EQUAL "S"
               GO TO 0254-LINHA-LOG-FIM
           END-IF.

           MOVE WRK-VALOR-MASCARA TO WRK-LOG-VALOR.
           MOVE WRK-LINHA-LOG     TO WRK-LINHA-SEQUENCIAL.
           ADD 1 TO WRK-TAB-QTD (WRK-IDX-ACHOU).
           ADD 1 TO WRK-QTD-ANONIMIZADOS.

           MOVE "VALOR DE PROCURA" TO WRK-DESCRICAO.
           PERFORM 0295-LINHA-CERTIFICADO.
           MOVE "S" TO WRK-LINHA-MUDOU.

       0254-LINHA-LOG-FIM. EXIT.


      *-----------------------------------------------------------------
       0258-DEVOLVER-ARQUIVO                     SECTION.

           OPEN INPUT ARQ-TRABALHO.
           OPEN OUTPUT ARQ-SEQUENCIAL.

           IF FS-ARQ-TRABALHO NOT EQUAL 00 OR
              FS-ARQ-SEQUENCIAL NOT EQUAL 00
               MOVE "S" TO WRK-HOUVE-FALHA
               DISPLAY "FALHA AO REGRAVAR " WRK-ROTULO-ARQUIVO
                   " - COPIA MASCARADA MANTIDA EM ANONTRB.dat."
               MOVE SPACES TO WRK-LINHA-CERT
               STRING "   FALHA AO REGRAVAR "  DELIMITED BY SIZE
                      WRK-ROTULO-ARQUIVO       DELIMITED BY SPACE
                      " (STATUS "              DELIMITED BY SIZE
                      FS-ARQ-SEQUENCIAL        DELIMITED BY SIZE
                      ") - COPIA MASCARADA EM ANONTRB.dat"
                                               DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
               PERFORM 0296-GRAVA-CERTIFICADO
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-SEQUENCIAL
               GO TO 0258-DEVOLVER-ARQUIVO-FIM
           END-IF.

           MOVE "N" TO WRK-FIM-TRABALHO.

           READ ARQ-TRABALHO
               AT END MOVE "S" TO WRK-FIM-TRABALHO
           END-READ.

           PERFORM UNTIL WRK-FIM-TRABALHO EQUAL "S"
               MOVE REG-ARQ-TRABALHO TO REG-ARQ-SEQUENCIAL
               WRITE REG-ARQ-SEQUENCIAL

               READ ARQ-TRABALHO
                   AT END MOVE "S" TO WRK-FIM-TRABALHO
               END-READ
           END-PERFORM.

           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-SEQUENCIAL.

       0258-DEVOLVER-ARQUIVO-FIM. EXIT.


      *-----------------------------------------------------------------
       0260-MASCARAR-IMAGEM                      SECTION.

      *    NOME E CPF DA PRIMEIRA IMAGEM AINDA NAO MASCARADA DO ID
      *    FICAM NA TABELA PARA A VARREDURA DOS LOGS.
           MOVE WRK-IMAGEM TO WRK-IMAGEM-ORIGINAL.
           CALL "PRGANONIM" USING WRK-IMAGEM WRK-IMAGEM-MUDOU.

           IF WRK-IMAGEM-MUDOU EQUAL "S"
               ADD 1 TO WRK-TAB-QTD (WRK-IDX-ACHOU)
               ADD 1 TO WRK-QTD-ANONIMIZADOS
               IF WRK-TAB-NOME (WRK-IDX-ACHOU) EQUAL SPACES AND
                  WRK-ORI-NOME NOT EQUAL WRK-IMG-NOME
                   MOVE WRK-ORI-NOME TO WRK-TAB-NOME (WRK-IDX-ACHOU)
               END-IF
               IF WRK-TAB-CPF (WRK-IDX-ACHOU) EQUAL SPACES AND
                  WRK-ORI-CPF NOT EQUAL WRK-IMG-CPF
                   MOVE WRK-ORI-CPF TO WRK-TAB-CPF (WRK-IDX-ACHOU)
               END-IF
           END-IF.

       0260-MASCARAR-IMAGEM-FIM. EXIT.


      *-----------------------------------------------------------------
       0265-DESFAZ-CONTAGEM                      SECTION.

           MOVE "S" TO WRK-HOUVE-FALHA.
           SUBTRACT 1 FROM WRK-TAB-QTD (WRK-IDX-ACHOU).
           SUBTRACT 1 FROM WRK-QTD-ANONIMIZADOS.

       0265-DESFAZ-CONTAGEM-FIM. EXIT.


      *-----------------------------------------------------------------
       0270-LOGS-ROTACIONADOS                    SECTION.

           IF WRK-DATA-INICIAL EQUAL SPACES
               MOVE "   LOGS ROTACIONADOS NAO VARRIDOS (SEM DATA)"
                   TO WRK-LINHA-CERT
               PERFORM 0296-GRAVA-CERTIFICADO
               GO TO 0270-LOGS-ROTACIONADOS-FIM
           END-IF.

           MOVE ZEROS TO WRK-DIA-INICIAL.
           IF WRK-DATA-INICIAL NUMERIC
               MOVE WRK-DATA-INICIAL TO WRK-DATA-NUM
               COMPUTE WRK-DIA-INICIAL =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
           END-IF.

           MOVE WRK-TIMESTAMP (1:8) TO WRK-DATA-NUM.
           COMPUTE WRK-DIA-FINAL =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM).

           IF WRK-DIA-INICIAL EQUAL ZEROS OR
              WRK-DIA-INICIAL > WRK-DIA-FINAL
               MOVE "S" TO WRK-HOUVE-FALHA
               DISPLAY "DATA INICIAL " WRK-DATA-INICIAL " INVALIDA - "
                   "LOGS ROTACIONADOS NAO VARRIDOS."
               MOVE SPACES TO WRK-LINHA-CERT
               STRING "   DATA INICIAL "        DELIMITED BY SIZE
                      WRK-DATA-INICIAL          DELIMITED BY SIZE
                      " INVALIDA - LOGS ROTACIONADOS NAO VARRIDOS"
                                                DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
               PERFORM 0296-GRAVA-CERTIFICADO
               GO TO 0270-LOGS-ROTACIONADOS-FIM
           END-IF.

           MOVE "L" TO WRK-TIPO-ARQUIVO.
           MOVE "N" TO WRK-AVISA-AUSENTE.

           PERFORM 0271-VARRE-LOG-DO-DIA
               VARYING WRK-DIA FROM WRK-DIA-INICIAL BY 1
               UNTIL WRK-DIA > WRK-DIA-FINAL.

           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "   LOGS ROTACIONADOS DE "  DELIMITED BY SIZE
                  WRK-DATA-INICIAL            DELIMITED BY SIZE
                  " A "                       DELIMITED BY SIZE
                  WRK-TIMESTAMP (1:8)         DELIMITED BY SIZE
                  ": ARQUIVOS ENCONTRADOS "   DELIMITED BY SIZE
                  WRK-QTD-LOGS-ROTAC          DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

       0270-LOGS-ROTACIONADOS-FIM. EXIT.


      *-----------------------------------------------------------------
       0271-VARRE-LOG-DO-DIA                     SECTION.

           COMPUTE WRK-DATA-LOG = FUNCTION DATE-OF-INTEGER(WRK-DIA).

           MOVE SPACES TO WRK-ROTULO-ARQUIVO.
           STRING "LOG_"       DELIMITED BY SIZE
                  WRK-DATA-LOG DELIMITED BY SIZE
                  ".dat"       DELIMITED BY SIZE
                  INTO WRK-ROTULO-ARQUIVO.

           PERFORM 0245-MONTA-NOME-ARQUIVO.
           PERFORM 0250-ANONIMIZAR-SEQUENCIAL.

           IF WRK-ARQ-ABERTO EQUAL "S"
               ADD 1 TO WRK-QTD-LOGS-ROTAC
           END-IF.

       0271-VARRE-LOG-DO-DIA-FIM. EXIT.


      *-----------------------------------------------------------------
       0280-REGISTRAR-ANONIMIZACAO               SECTION.

           MOVE "S" TO WRK-TEM-JORNAL.
           OPEN EXTEND JORNAL.
             IF FS-JORNAL NOT EQUAL 00
                OPEN OUTPUT JORNAL
                CLOSE JORNAL
                OPEN EXTEND JORNAL
             END-IF.

             IF FS-JORNAL NOT EQUAL 00
                MOVE "N" TO WRK-TEM-JORNAL
                MOVE "S" TO WRK-HOUVE-FALHA
                DISPLAY "AVISO: JRNL.dat INDISPONIVEL - ELIMINACAO NAO "
                    "LANCADA NO DIARIO. STATUS.." FS-JORNAL
             END-IF.

           MOVE ALL "-" TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE "RESUMO POR ID:" TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

           PERFORM 0281-REGISTRAR-ID
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-USADOS.

           IF WRK-TEM-JORNAL EQUAL "S"
               CLOSE JORNAL
           END-IF.

       0280-REGISTRAR-ANONIMIZACAO-FIM. EXIT.


      *-----------------------------------------------------------------
       0281-REGISTRAR-ID                         SECTION.

      *    A LINHA DE ALTERACAO COM AS DUAS IMAGENS JA MASCARADAS LEVA
      *    A ELIMINACAO AOS CONSUMIDORES DO DELTA (PRGARQ23).
           IF WRK-TAB-NO-CADASTRO (WRK-IDX) EQUAL "S" AND
              WRK-TEM-JORNAL EQUAL "S"
               MOVE WRK-TAB-ID (WRK-IDX) TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CLIENTES TO WRK-JRN-ANTES
                       MOVE REG-CLIENTES TO WRK-JRN-DEPOIS
                       MOVE "A"          TO WRK-JRN-OPERACAO
                       PERFORM 0400-GRAVA-JORNAL
               END-READ
           END-IF.

           MOVE SPACES               TO REG-ANONIMIZADOS.
           MOVE WRK-TAB-ID (WRK-IDX) TO ANO-ID.
           MOVE WRK-TIMESTAMP (1:8)  TO ANO-DATA.
           MOVE WRK-TIMESTAMP (9:6)  TO ANO-HORA.
           MOVE WRK-SES-OPERADOR     TO ANO-OPERADOR.
           MOVE WRK-TAB-QTD (WRK-IDX) TO ANO-QTD-REGISTROS.

           WRITE REG-ANONIMIZADOS.
           IF FS-ANONIM EQUAL 22
               REWRITE REG-ANONIMIZADOS
           END-IF.

           IF FS-ANONIM NOT EQUAL 00
               MOVE "S" TO WRK-HOUVE-FALHA
               DISPLAY "AVISO: FALHA AO GRAVAR ANONIM.dat PARA O ID "
                   ANO-ID " - STATUS.." FS-ANONIM
           END-IF.

           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "   ID "                   DELIMITED BY SIZE
                  WRK-TAB-ID (WRK-IDX)       DELIMITED BY SIZE
                  "  REGISTROS ANONIMIZADOS: " DELIMITED BY SIZE
                  WRK-TAB-QTD (WRK-IDX)      DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

       0281-REGISTRAR-ID-FIM. EXIT.


      *-----------------------------------------------------------------
       0285-FECHAR-CERTIFICADO                   SECTION.

           MOVE ALL "-" TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "TOTAL DE REGISTROS ANONIMIZADOS: " DELIMITED BY SIZE
                  WRK-QTD-ANONIMIZADOS                 DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

           IF WRK-HOUVE-FALHA EQUAL "S"
               MOVE SPACES TO WRK-LINHA-CERT
               STRING "SITUACAO: INCOMPLETA - VER AS FALHAS ACIMA E "
                          DELIMITED BY SIZE
                      "REPETIR A ANONIMIZACAO DOS MESMOS IDS"
                          DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
           ELSE
               MOVE "SITUACAO: CONCLUIDA" TO WRK-LINHA-CERT
           END-IF.
           PERFORM 0296-GRAVA-CERTIFICADO.

           MOVE SPACES TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "CERTIFICAMOS QUE NOME, CPF, TELEFONE E E-MAIL DOS "
                      DELIMITED BY SIZE
                  "IDS ACEITOS ACIMA FORAM MASCARADOS DE FORMA "
                      DELIMITED BY SIZE
                  "IRREVERSIVEL" DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "NOS ARQUIVOS E REGISTROS RELACIONADOS, PRESERVADOS "
                      DELIMITED BY SIZE
                  "O REG-ID E O HISTORICO DE PEDIDOS." DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE "OS ENDERECOS DOS IDS FORAM EXCLUIDOS DE ENDERECO.dat."
               TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE SPACES TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "EXECUTADO POR (OPERADOR "  DELIMITED BY SIZE
                  WRK-SES-OPERADOR            DELIMITED BY SIZE
                  "): ______________________________  DATA: ___/___/"
                                              DELIMITED BY SIZE
                  "_____"                     DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE SPACES TO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.
           MOVE SPACES TO WRK-LINHA-CERT.
           STRING "ENCARREGADO DE DADOS (DPO).......: "
                      DELIMITED BY SIZE
                  "______________________________  DATA: ___/___/_____"
                      DELIMITED BY SIZE
                  INTO WRK-LINHA-CERT.
           PERFORM 0296-GRAVA-CERTIFICADO.

       0285-FECHAR-CERTIFICADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0290-PROCURA-TABELA                       SECTION.

           MOVE "N" TO WRK-ACHOU.

           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-TAB-USADOS
               IF WRK-TAB-ID (WRK-IDX-BUSCA) EQUAL WRK-ID-PROCURA
                   MOVE "S"           TO WRK-ACHOU
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-ACHOU
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       0290-PROCURA-TABELA-FIM. EXIT.


      *-----------------------------------------------------------------
       0295-LINHA-CERTIFICADO                    SECTION.

           MOVE SPACES TO WRK-LINHA-CERT.

           IF WRK-ARQ-CADASTRO
               STRING "   "                       DELIMITED BY SIZE
                      WRK-ROTULO-ARQUIVO          DELIMITED BY SIZE
                      " REGISTRO     "            DELIMITED BY SIZE
                      "  ID "                     DELIMITED BY SIZE
                      WRK-TAB-ID (WRK-IDX-ACHOU)  DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      WRK-DESCRICAO               DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
           ELSE
               STRING "   "                       DELIMITED BY SIZE
                      WRK-ROTULO-ARQUIVO          DELIMITED BY SIZE
                      " LINHA "                   DELIMITED BY SIZE
                      WRK-QTD-LINHAS              DELIMITED BY SIZE
                      "  ID "                     DELIMITED BY SIZE
                      WRK-TAB-ID (WRK-IDX-ACHOU)  DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      WRK-DESCRICAO               DELIMITED BY SIZE
                      INTO WRK-LINHA-CERT
           END-IF.

           PERFORM 0296-GRAVA-CERTIFICADO.

       0295-LINHA-CERTIFICADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0296-GRAVA-CERTIFICADO                    SECTION.

           MOVE WRK-LINHA-CERT TO REG-CERTIFICADO.
           WRITE REG-CERTIFICADO.
             IF FS-CERTIFICADO NOT EQUAL 00
                MOVE "S" TO WRK-HOUVE-FALHA
                DISPLAY "AVISO: FALHA AO GRAVAR ANONCERT.dat. STATUS.."
                    FS-CERTIFICADO
             END-IF.

       0296-GRAVA-CERTIFICADO-FIM. EXIT.


      *-----------------------------------------------------------------
       0400-GRAVA-JORNAL                         SECTION.

           MOVE FUNCTION CURRENT-DATE TO WRK-JRN-TIMESTAMP.
           MOVE WRK-TRV-OPERADOR TO WRK-JRN-OPERADOR.
           MOVE WRK-LINHA-JORNAL TO REG-JORNAL.
           WRITE REG-JORNAL.
             IF FS-JORNAL NOT EQUAL 00
                MOVE "S" TO WRK-HOUVE-FALHA
                DISPLAY "AVISO: FALHA AO GRAVAR JRNL.dat. STATUS.."
                    FS-JORNAL
             END-IF.

       0400-GRAVA-JORNAL-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

             MOVE ALL "=" TO WRK-LINHA-CERT.
             PERFORM 0296-GRAVA-CERTIFICADO.

             CLOSE CLIENTES.
             CLOSE ANONIM.
             CLOSE CERTIFICADO.

             IF WRK-TEM-ARQUIVADOS EQUAL "S"
                 CLOSE CLI-ARQUIVO
             END-IF.

             IF WRK-TEM-PEDIDOS EQUAL "S"
                 CLOSE PEDIDOS
             END-IF.

             IF WRK-TEM-ENDERECOS EQUAL "S"
                 CLOSE ENDERECOS
             END-IF.

             PERFORM 0160-LIBERAR-TRAVA.

             DISPLAY WRK-MSG-FIM.
             DISPLAY "IDS ACEITOS...........: " WRK-TAB-USADOS.
             DISPLAY "IDS RECUSADOS.........: " WRK-QTD-RECUSADOS.
             DISPLAY "REGISTROS ANONIMIZADOS: " WRK-QTD-ANONIMIZADOS.
             DISPLAY "CERTIFICADO GRAVADO EM ANONCERT.dat".

             IF WRK-HOUVE-FALHA EQUAL "S"
                 DISPLAY "ANONIMIZACAO INCOMPLETA - VER ANONCERT.dat."
                 MOVE 12 TO RETURN-CODE
             END-IF.

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

           PERFORM 0160-LIBERAR-TRAVA.

           MOVE 12 TO RETURN-CODE.
           GOBACK.

       9000-TRATA-ERRO-FIM. EXIT.
      *-----------------------------------------------------------------
