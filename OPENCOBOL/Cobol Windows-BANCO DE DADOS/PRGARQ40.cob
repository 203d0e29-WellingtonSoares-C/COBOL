       IDENTIFICATION                            DIVISION.
       PROGRAM-ID. PRGARQ40.
      *=================================================================
      *== PROGRAMADOR : WELLINGTON SOARES CORDEIRO
      *== OBJETIVO    : RECEPCAO EM LOTE DOS PEDIDOS DA LOJA VIRTUAL.
      *==                LE O ARQUIVO DIARIO PEDWEB.dat DA PLATAFORMA DE
      *==                COMERCIO ELETRONICO - UMA LINHA "C" (CABECALHO:
      *==                NUMERO DO PEDIDO NA LOJA, REG-ID, CPF E DATA)
      *==                SEGUIDA DAS LINHAS "I" (ITENS: PRODUTO E
      *==                QUANTIDADE) - E CONFERE CADA PEDIDO COMO A
      *==                INCLUSAO DO PRGARQ21: CLIENTE CADASTRADO E
      *==                ATIVO, ENDERECO DE ENTREGA VALIDO (PRGVEND),
      *==                PRODUTOS ATIVOS COM O PRECO DO CADASTRO E
      *==                LIMITE DE CREDITO. ID APOSENTADO E
      *==                REDIRECIONADO PELA REFERENCIA CRUZADA XREF.dat
      *==                (PRGARQ24) E CLIENTE DESCONHECIDO PELO REG-ID
      *==                MAS CONHECIDO PELO CPF E LOCALIZADO PELA CHAVE
      *==                ALTERNATIVA REG-CPF. O PEDIDO ACEITO RECEBE
      *==                PED-NUMERO DO CONTADOR PEDCTL.dat (PULANDO OS
      *==                NUMEROS JA USADOS NA DIGITACAO DO PRGARQ21) E E
      *==                GRAVADO EM PEDIDOS.dat E ITENSPED.dat. PARA A
      *==                LOJA E GRAVADO O RETORNO PEDWRET.dat, UMA LINHA
      *==                POR PEDIDO: (A)CEITO COM O PED-NUMERO E O VALOR
      *==                (2 DECIMAIS IMPLICITAS) OU (R)ECUSADO COM O
      *==                MOTIVO.
      *==                RESTART NA DISCIPLINA DO CKPT.dat DO PRGARQ6: A
      *==                CADA PEDIDO O PEDWCKPT.dat GUARDA O ULTIMO
      *==                PEDIDO DA LOJA TRATADO. ANTES DE GRAVAR UM
      *==                PEDIDO O CHECKPOINT FICA PENDENTE ("P") COM O
      *==                PED-NUMERO RESERVADO; OS ITENS SAO GRAVADOS
      *==                ANTES DO PEDIDO, QUE FUNCIONA COMO MARCA DE
      *==                CONCLUSAO. NA RETOMADA, PEDIDO PENDENTE JA
      *==                EXISTENTE EM PEDIDOS.dat SO RECEBE O RETORNO;
      *==                SE NAO EXISTE, SEUS ITENS ORFAOS SAO EXCLUIDOS
      *==                E ELE E TRATADO DE NOVO. ASSIM UMA QUEDA NO
      *==                MEIO DO ARQUIVO NUNCA CARREGA UM PEDIDO DUAS
      *==                VEZES. AO FINAL O CHECKPOINT FICA ENCERRADO
      *==                ("F") E O MESMO ARQUIVO NAO E ACEITO DE NOVO.
      *==                EXECUTAVEL SEM INTERVENCAO DO OPERADOR.
      *== DATA        : 15/10/2026
      *== CONSULTORIA : FOURSYS
      *=================================================================
       ENVIRONMENT                               DIVISION.

       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDIDOS
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PED-NUMERO
             ALTERNATE RECORD KEY IS PED-ID-CLIENTE WITH DUPLICATES
             FILE STATUS IS FS-PEDIDOS.

           SELECT CLIENTES ASSIGN TO DYNAMIC
               WRK-CAM-CLIENTES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS REG-ID
             ALTERNATE RECORD KEY IS REG-CPF WITH DUPLICATES
             ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
             FILE STATUS IS FS-CLIENTES.

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

           SELECT LIMITES ASSIGN TO DYNAMIC
               WRK-CAM-LIMITES
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LIM-ID-CLIENTE
             FILE STATUS IS FS-LIMITES.

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

           SELECT PEDIDOS-WEB ASSIGN TO DYNAMIC
               WRK-CAM-PEDWEB
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PEDIDOS-WEB.

           SELECT RETORNO-WEB ASSIGN TO DYNAMIC
               WRK-CAM-PEDWRET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RETORNO-WEB.

           SELECT CKPT-WEB ASSIGN TO DYNAMIC
               WRK-CAM-PEDWCKPT
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CKPT-WEB.

           SELECT CTL-PEDIDOS ASSIGN TO DYNAMIC
               WRK-CAM-PEDCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-CTL-PEDIDOS.
      *-----------------------------------------------------------------

       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD PEDIDOS.
           COPY PEDREG.

       FD CLIENTES.
           COPY CLIREG.

       FD PRODUTOS.
           COPY PRDREG.

       FD ITENS-PEDIDO.
           COPY ITPREG.

       FD LIMITES.
           COPY LIMREG.

       FD ENDERECOS.
           COPY ENDREG.

       FD XREF.
       01  REG-XREF.
           05 XRF-ID-ANTIGO      PIC X(04).
           05 FILLER             PIC X(02).
           05 XRF-ID-NOVO        PIC X(04).

      *    LINHA "C" = CABECALHO DO PEDIDO; LINHA "I" = ITEM DO PEDIDO
      *    INFORMADO NO CABECALHO ANTERIOR.
       FD PEDIDOS-WEB.
       01  REG-WEB-CABEC.
           05 WEB-TIPO           PIC X(01).
              88 WEB-TIPO-CABEC  VALUE "C".
              88 WEB-TIPO-ITEM   VALUE "I".
           05 WEB-PEDIDO         PIC X(10).
           05 WEB-ID-CLIENTE     PIC X(04).
           05 WEB-CPF            PIC X(11).
           05 WEB-DATA           PIC X(08).
       01  REG-WEB-ITEM.
           05 FILLER             PIC X(01).
           05 FILLER             PIC X(10).
           05 WEB-PRODUTO        PIC X(06).
           05 WEB-QUANTIDADE     PIC X(05).

       FD RETORNO-WEB.
       01  REG-RETORNO-WEB.
           05 RET-PEDIDO-WEB     PIC X(10).
           05 FILLER             PIC X(01).
           05 RET-SITUACAO       PIC X(01).
           05 FILLER             PIC X(01).
           05 RET-PED-NUMERO     PIC X(06).
           05 FILLER             PIC X(01).
           05 RET-ID-CLIENTE     PIC X(04).
           05 FILLER             PIC X(01).
           05 RET-VALOR          PIC 9(07)V99.
           05 FILLER             PIC X(01).
           05 RET-MOTIVO         PIC X(60).

      *    CKW-SITUACAO: P = PEDIDO EM GRAVACAO, C = PEDIDO CONCLUIDO,
      *    F = ARQUIVO ENCERRADO. CKW-PRIMEIRO-WEB IDENTIFICA O ARQUIVO.
       FD CKPT-WEB.
       01  REG-CKPT-WEB.
           05 CKW-SITUACAO       PIC X(01).
           05 FILLER             PIC X(02).
           05 CKW-PRIMEIRO-WEB   PIC X(10).
           05 FILLER             PIC X(02).
           05 CKW-PEDIDO-WEB     PIC X(10).
           05 FILLER             PIC X(02).
           05 CKW-PED-NUMERO     PIC X(06).
           05 FILLER             PIC X(02).
           05 CKW-QTD-ACEITOS    PIC 9(05).
           05 FILLER             PIC X(02).
           05 CKW-QTD-RECUSADOS  PIC 9(05).

       FD CTL-PEDIDOS.
       01  REG-CTL-PEDIDOS.
           05 CTL-ULTIMO-NUMERO  PIC 9(06).

       WORKING-STORAGE                           SECTION.
       77  FS-PEDIDOS            PIC 9(02).
       77  FS-CLIENTES           PIC 9(02).
       77  FS-PRODUTOS           PIC 9(02).
       77  FS-ITENS-PEDIDO       PIC 9(02).
       77  FS-LIMITES            PIC 9(02).
       77  FS-ENDERECOS          PIC 9(02).
       77  FS-XREF               PIC 9(02).
       77  FS-PEDIDOS-WEB        PIC 9(02).
       77  FS-RETORNO-WEB        PIC 9(02).
       77  FS-CKPT-WEB           PIC 9(02).
       77  FS-CTL-PEDIDOS        PIC 9(02).

       77  WRK-CAM-PEDIDOS       PIC X(100) VALUE SPACES.
       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-PRODUTOS      PIC X(100) VALUE SPACES.
       77  WRK-CAM-ITENSPED      PIC X(100) VALUE SPACES.
       77  WRK-CAM-LIMITES       PIC X(100) VALUE SPACES.
       77  WRK-CAM-ENDERECO      PIC X(100) VALUE SPACES.
       77  WRK-CAM-XREF          PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDWEB        PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDWRET       PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDWCKPT      PIC X(100) VALUE SPACES.
       77  WRK-CAM-PEDCTL        PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.

       77  WRK-FIM-XREF          PIC X(01) VALUE "N".
       77  WRK-XRF-USADOS        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-XRF           PIC 9(03) VALUE ZEROS.
       77  WRK-XRF-BUSCA         PIC X(04) VALUE SPACES.
       77  WRK-XRF-ACHOU         PIC X(01) VALUE "N".
       77  WRK-XRF-SALTOU        PIC X(01) VALUE "N".
       77  WRK-XRF-SALTOS        PIC 9(02) VALUE ZEROS.

       01  WRK-TABELA-XREF.
           05 WRK-XRF-ENTRADA     OCCURS 500 TIMES.
              10 WRK-XRF-ANTIGO   PIC X(04).
              10 WRK-XRF-NOVO     PIC X(04).

       77  WRK-FIM-WEB           PIC X(01) VALUE "N".
       77  WRK-FIM-RETORNO       PIC X(01) VALUE "N".
       77  WRK-FIM-CPF           PIC X(01) VALUE "N".
       77  WRK-FIM-ITENS         PIC X(01) VALUE "N".
       77  WRK-FIM-PEDIDOS       PIC X(01) VALUE "N".
       77  WRK-CKPT-EXISTE       PIC X(01) VALUE "N".
       77  WRK-TEM-LIMITES       PIC X(01) VALUE "N".
       77  WRK-TEM-ENDERECOS     PIC X(01) VALUE "N".
       77  WRK-CLIENTE-ACHADO    PIC X(01) VALUE "N".
       77  WRK-CPF-INATIVO       PIC X(01) VALUE "N".
       77  WRK-NUMERO-LIVRE      PIC X(01) VALUE "N".

       77  WRK-VEN-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-VEN-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-VEN-MOTIVO        PIC X(40) VALUE SPACES.

       77  WRK-PRIMEIRO-WEB      PIC X(10) VALUE SPACES.
       77  WRK-ULTIMO-RETORNO    PIC X(10) VALUE SPACES.

      *    PEDIDO DA LOJA EM TRATAMENTO.
       77  WRK-PEDIDO-WEB        PIC X(10) VALUE SPACES.
       77  WRK-WEB-ID            PIC X(04) VALUE SPACES.
       77  WRK-WEB-CPF           PIC X(11) VALUE SPACES.
       77  WRK-WEB-DATA          PIC X(08) VALUE SPACES.
       77  WRK-ITENS-DIVERGENTES PIC X(01) VALUE "N".
       77  WRK-ITM-EXCEDENTE     PIC X(01) VALUE "N".
       77  WRK-ITM-USADOS        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ITM           PIC 9(02) VALUE ZEROS.

       01  WRK-TABELA-ITENS.
           05 WRK-ITM-ENTRADA     OCCURS 20 TIMES.
              10 WRK-ITM-PRODUTO  PIC X(06).
              10 WRK-ITM-QTD-ENT  PIC X(05).
              10 WRK-ITM-QTD      PIC 9(05).
              10 WRK-ITM-PRECO    PIC 9(07)V99.

       77  WRK-ID-CLIENTE        PIC X(04) VALUE SPACES.
       77  WRK-DATA-PEDIDO       PIC X(08) VALUE SPACES.
       77  WRK-DATA-NUM          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT          PIC 9(07) VALUE ZEROS COMP.
       77  WRK-MOTIVO            PIC X(60) VALUE SPACES.
       77  WRK-VALOR-ITEM        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-EXPOSICAO         PIC 9(09)V99 VALUE ZEROS.

       77  WRK-ULTIMO-NUMERO     PIC 9(07) VALUE ZEROS.
       77  WRK-NUMERO-PEDIDO     PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO-ATRIBUIDO  PIC X(06) VALUE SPACES.

       77  WRK-QTD-ACEITOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REDIRECIONADOS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-POR-CPF       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-IGNORADAS     PIC 9(05) VALUE ZEROS.

       77  WRK-MSG-FIM           PIC X(30) VALUE
                                       "FIM PROGRAMA".

       77  WRK-MSG-ERRO          PIC X(30) VALUE
                                       "ERRO DE ABERTURA DO ARQUIVO!".
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

           MOVE "PEDIDOS.dat" TO WRK-CAM-PEDIDOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDIDOS REG-PARAMETROS.

           MOVE "CLIENTES.dat" TO WRK-CAM-CLIENTES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-CLIENTES REG-PARAMETROS.

           MOVE "PRODUTOS.dat" TO WRK-CAM-PRODUTOS.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PRODUTOS REG-PARAMETROS.

           MOVE "ITENSPED.dat" TO WRK-CAM-ITENSPED.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ITENSPED REG-PARAMETROS.

           MOVE "LIMITES.dat" TO WRK-CAM-LIMITES.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-LIMITES REG-PARAMETROS.

           MOVE "ENDERECO.dat" TO WRK-CAM-ENDERECO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-ENDERECO REG-PARAMETROS.

           MOVE "XREF.dat" TO WRK-CAM-XREF.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-XREF REG-PARAMETROS.

           MOVE "PEDWEB.dat" TO WRK-CAM-PEDWEB.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDWEB REG-PARAMETROS.

           MOVE "PEDWRET.dat" TO WRK-CAM-PEDWRET.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDWRET REG-PARAMETROS.

           MOVE "PEDWCKPT.dat" TO WRK-CAM-PEDWCKPT.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDWCKPT REG-PARAMETROS.

           MOVE "PEDCTL.dat" TO WRK-CAM-PEDCTL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PEDCTL REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                          SECTION.

           OPEN INPUT PEDIDOS-WEB.
             IF FS-PEDIDOS-WEB NOT EQUAL 00
                MOVE FS-PEDIDOS-WEB TO WRK-FS-ERRO
                MOVE "PEDWEB.dat"   TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN I-O PEDIDOS.

             IF FS-PEDIDOS EQUAL 35
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN I-O PEDIDOS
             END-IF.

             IF FS-PEDIDOS NOT EQUAL 00
                MOVE FS-PEDIDOS     TO WRK-FS-ERRO
                MOVE "PEDIDOS.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN INPUT CLIENTES.
             IF FS-CLIENTES NOT EQUAL 00
                MOVE FS-CLIENTES    TO WRK-FS-ERRO
                MOVE "CLIENTES.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN INPUT PRODUTOS.
             IF FS-PRODUTOS NOT EQUAL 00
                MOVE FS-PRODUTOS    TO WRK-FS-ERRO
                MOVE "PRODUTOS.dat" TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

           OPEN I-O ITENS-PEDIDO.

             IF FS-ITENS-PEDIDO EQUAL 35
                OPEN OUTPUT ITENS-PEDIDO
                CLOSE ITENS-PEDIDO
                OPEN I-O ITENS-PEDIDO
             END-IF.

             IF FS-ITENS-PEDIDO NOT EQUAL 00
                MOVE FS-ITENS-PEDIDO TO WRK-FS-ERRO
                MOVE "ITENSPED.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

      *    SEM LIMITES.dat NENHUM CLIENTE TEM LIMITE CONTROLADO.
           OPEN INPUT LIMITES.
             IF FS-LIMITES EQUAL 00
                MOVE "S" TO WRK-TEM-LIMITES
             ELSE
                IF FS-LIMITES NOT EQUAL 35
                   MOVE FS-LIMITES     TO WRK-FS-ERRO
                   MOVE "LIMITES.dat"  TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

      *    SEM ENDERECO.dat NENHUM CLIENTE TEM ENDERECO DE ENTREGA.
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

           PERFORM 0110-CARREGAR-XREF.
           PERFORM 0115-LER-CHECKPOINT.
           PERFORM 0120-CARREGAR-CONTADOR.
           PERFORM 0130-POSICIONAR.

       0100-INICIALIZAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0110-CARREGAR-XREF                        SECTION.

           OPEN INPUT XREF.
             IF FS-XREF NOT EQUAL 00
                GO TO 0110-CARREGAR-XREF-FIM
             END-IF.

           MOVE "N" TO WRK-FIM-XREF.

           READ XREF
               AT END MOVE "S" TO WRK-FIM-XREF
           END-READ.

           PERFORM UNTIL WRK-FIM-XREF EQUAL "S"
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

       0110-CARREGAR-XREF-FIM. EXIT.


      *-----------------------------------------------------------------
       0113-RESOLVE-XREF                         SECTION.

           MOVE "N"   TO WRK-XRF-ACHOU.
           MOVE ZEROS TO WRK-XRF-SALTOS.
           MOVE "S"   TO WRK-XRF-SALTOU.

           PERFORM UNTIL WRK-XRF-SALTOU NOT EQUAL "S"
                      OR WRK-XRF-SALTOS NOT LESS THAN 10
               MOVE "N" TO WRK-XRF-SALTOU
               PERFORM VARYING WRK-IDX-XRF FROM 1 BY 1
                   UNTIL WRK-IDX-XRF > WRK-XRF-USADOS
                   IF WRK-XRF-ANTIGO (WRK-IDX-XRF) EQUAL WRK-XRF-BUSCA
                       MOVE WRK-XRF-NOVO (WRK-IDX-XRF)
                           TO WRK-XRF-BUSCA
                       MOVE "S" TO WRK-XRF-ACHOU
                       MOVE "S" TO WRK-XRF-SALTOU
                       ADD 1 TO WRK-XRF-SALTOS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       0113-RESOLVE-XREF-FIM. EXIT.


      *-----------------------------------------------------------------
       0115-LER-CHECKPOINT                       SECTION.

           MOVE "N" TO WRK-CKPT-EXISTE.

           OPEN INPUT CKPT-WEB.
             IF FS-CKPT-WEB EQUAL 00
                READ CKPT-WEB
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CKW-SITUACAO NOT EQUAL SPACES
                           MOVE "S" TO WRK-CKPT-EXISTE
                        END-IF
                END-READ
                CLOSE CKPT-WEB
             ELSE
                IF FS-CKPT-WEB NOT EQUAL 35
                   MOVE FS-CKPT-WEB    TO WRK-FS-ERRO
                   MOVE "PEDWCKPT.dat" TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

       0115-LER-CHECKPOINT-FIM. EXIT.


      *-----------------------------------------------------------------
       0120-CARREGAR-CONTADOR                    SECTION.

      *    SEM PEDCTL.dat (PRIMEIRA EXECUCAO) O CONTADOR PARTE DO MAIOR
      *    PED-NUMERO NUMERICO JA GRAVADO EM PEDIDOS.dat.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.

           OPEN INPUT CTL-PEDIDOS.
             IF FS-CTL-PEDIDOS EQUAL 00
                READ CTL-PEDIDOS
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CTL-ULTIMO-NUMERO IS NUMERIC
                           MOVE CTL-ULTIMO-NUMERO TO WRK-ULTIMO-NUMERO
                           CLOSE CTL-PEDIDOS
                           GO TO 0120-CARREGAR-CONTADOR-FIM
                        END-IF
                END-READ
                CLOSE CTL-PEDIDOS
             ELSE
                IF FS-CTL-PEDIDOS NOT EQUAL 35
                   MOVE FS-CTL-PEDIDOS TO WRK-FS-ERRO
                   MOVE "PEDCTL.dat"   TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
                END-IF
             END-IF.

           MOVE "N"        TO WRK-FIM-PEDIDOS.
           MOVE LOW-VALUES TO PED-NUMERO.
           START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
           END-START.

           PERFORM UNTIL WRK-FIM-PEDIDOS EQUAL "S"
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ
               IF WRK-FIM-PEDIDOS NOT EQUAL "S"
                   IF PED-NUMERO IS NUMERIC
                       MOVE PED-NUMERO TO WRK-NUMERO-PEDIDO
                       IF WRK-NUMERO-PEDIDO > WRK-ULTIMO-NUMERO
                           MOVE WRK-NUMERO-PEDIDO TO WRK-ULTIMO-NUMERO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY "PEDCTL.dat INEXISTENTE OU INVALIDO - NUMERACAO "
               "INICIADA APOS O PEDIDO " WRK-ULTIMO-NUMERO.

       0120-CARREGAR-CONTADOR-FIM. EXIT.


      *-----------------------------------------------------------------
       0130-POSICIONAR                           SECTION.

           PERFORM 0210-LER-WEB.

           IF WRK-FIM-WEB NOT EQUAL "S"
               MOVE WEB-PEDIDO TO WRK-PRIMEIRO-WEB
           END-IF.

      *    CHECKPOINT ENCERRADO DE OUTRO ARQUIVO: EXECUCAO NOVA.
           IF WRK-CKPT-EXISTE EQUAL "S" AND
              CKW-SITUACAO EQUAL "F" AND
              CKW-PRIMEIRO-WEB NOT EQUAL WRK-PRIMEIRO-WEB
               MOVE "N" TO WRK-CKPT-EXISTE
           END-IF.

           IF WRK-CKPT-EXISTE NOT EQUAL "S"
               OPEN OUTPUT RETORNO-WEB
                 IF FS-RETORNO-WEB NOT EQUAL 00
                    MOVE FS-RETORNO-WEB TO WRK-FS-ERRO
                    MOVE "PEDWRET.dat"  TO WRK-ARQ-ERRO
                    PERFORM 9000-TRATA-ERRO
                 END-IF
               GO TO 0130-POSICIONAR-FIM
           END-IF.

           IF CKW-SITUACAO EQUAL "F"
               DISPLAY "PEDWEB.dat JA PROCESSADO (PRIMEIRO PEDIDO "
                   WRK-PRIMEIRO-WEB ") - NADA CARREGADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           IF CKW-PRIMEIRO-WEB NOT EQUAL WRK-PRIMEIRO-WEB
               DISPLAY "EXECUCAO ANTERIOR INTERROMPIDA NO ARQUIVO "
                   "INICIADO PELO PEDIDO " CKW-PRIMEIRO-WEB "."
               DISPLAY "RECOLOQUE ESSE ARQUIVO EM PEDWEB.dat PARA "
                   "CONCLUIR A CARGA - NADA CARREGADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "CHECKPOINT ENCONTRADO. RETOMANDO APOS O PEDIDO "
               CKW-PEDIDO-WEB.

           MOVE CKW-QTD-ACEITOS   TO WRK-QTD-ACEITOS.
           MOVE CKW-QTD-RECUSADOS TO WRK-QTD-RECUSADOS.

           PERFORM 0135-LER-ULTIMO-RETORNO.

           PERFORM UNTIL WRK-FIM-WEB EQUAL "S"
                   OR (WEB-TIPO-CABEC AND
                       WEB-PEDIDO EQUAL CKW-PEDIDO-WEB)
               PERFORM 0210-LER-WEB
           END-PERFORM.

           IF WRK-FIM-WEB EQUAL "S"
               DISPLAY "PEDIDO " CKW-PEDIDO-WEB " DO CHECKPOINT NAO "
                   "ENCONTRADO EM PEDWEB.dat - NADA CARREGADO."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           IF CKW-SITUACAO EQUAL "P"
               PERFORM 0140-RECUPERAR-PENDENTE
           ELSE
               PERFORM 0220-CARREGAR-PEDIDO
           END-IF.

       0130-POSICIONAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0135-LER-ULTIMO-RETORNO                   SECTION.

      *    O ULTIMO PEDIDO JA RESPONDIDO NAO GANHA SEGUNDA LINHA NO
      *    RETORNO SE FOR TRATADO DE NOVO NA RETOMADA.
           MOVE SPACES TO WRK-ULTIMO-RETORNO.

           OPEN INPUT RETORNO-WEB.
             IF FS-RETORNO-WEB EQUAL 00
                MOVE "N" TO WRK-FIM-RETORNO
                PERFORM UNTIL WRK-FIM-RETORNO EQUAL "S"
                    READ RETORNO-WEB
                        AT END
                            MOVE "S" TO WRK-FIM-RETORNO
                        NOT AT END
                            MOVE RET-PEDIDO-WEB TO WRK-ULTIMO-RETORNO
                    END-READ
                END-PERFORM
                CLOSE RETORNO-WEB
             END-IF.

           OPEN EXTEND RETORNO-WEB.
             IF FS-RETORNO-WEB NOT EQUAL 00
                OPEN OUTPUT RETORNO-WEB
             END-IF.

             IF FS-RETORNO-WEB NOT EQUAL 00
                MOVE FS-RETORNO-WEB TO WRK-FS-ERRO
                MOVE "PEDWRET.dat"  TO WRK-ARQ-ERRO
                PERFORM 9000-TRATA-ERRO
             END-IF.

       0135-LER-ULTIMO-RETORNO-FIM. EXIT.


      *-----------------------------------------------------------------
       0140-RECUPERAR-PENDENTE                   SECTION.

      *    O PEDIDO E GRAVADO DEPOIS DOS ITENS: SE ELE EXISTE, A CARGA
      *    FOI COMPLETA E SO FALTA O RETORNO; SE NAO EXISTE, OS ITENS
      *    JA GRAVADOS SAO EXCLUIDOS E O PEDIDO E TRATADO DE NOVO.
           MOVE CKW-PED-NUMERO TO PED-NUMERO.
           READ PEDIDOS
               KEY IS PED-NUMERO
               INVALID KEY
                   MOVE CKW-PED-NUMERO TO WRK-NUMERO-ATRIBUIDO
                   PERFORM 0260-EXCLUI-ITENS
                   DISPLAY "PEDIDO " CKW-PEDIDO-WEB " NAO CONCLUIDO "
                       "NA EXECUCAO ANTERIOR - SERA TRATADO DE NOVO."
                   GO TO 0140-RECUPERAR-PENDENTE-FIM
           END-READ.

           DISPLAY "PEDIDO " CKW-PEDIDO-WEB " JA CARREGADO COMO "
               PED-NUMERO " NA EXECUCAO ANTERIOR.".

           MOVE PED-NUMERO     TO WRK-NUMERO-ATRIBUIDO.
           MOVE PED-ID-CLIENTE TO WRK-ID-CLIENTE.
           MOVE PED-VALOR      TO WRK-VALOR-TOTAL.

           PERFORM 0220-CARREGAR-PEDIDO.
           PERFORM 0270-ACEITAR.

       0140-RECUPERAR-PENDENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0200-PROCESSAR                            SECTION.

           PERFORM UNTIL WRK-FIM-WEB EQUAL "S"
               IF WEB-TIPO-CABEC
                   PERFORM 0220-CARREGAR-PEDIDO
                   PERFORM 0225-TRATAR-PEDIDO
               ELSE
                   IF REG-WEB-CABEC NOT EQUAL SPACES
                       ADD 1 TO WRK-QTD-IGNORADAS
                       DISPLAY "LINHA SEM CABECALHO DE PEDIDO "
                           "IGNORADA: " REG-WEB-CABEC
                   END-IF
                   PERFORM 0210-LER-WEB
               END-IF
           END-PERFORM.

       0200-PROCESSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0210-LER-WEB                              SECTION.

           READ PEDIDOS-WEB
               AT END MOVE "S" TO WRK-FIM-WEB
           END-READ.

       0210-LER-WEB-FIM. EXIT.


      *-----------------------------------------------------------------
       0220-CARREGAR-PEDIDO                      SECTION.

      *    GUARDA O CABECALHO CORRENTE E AS LINHAS "I" QUE O SEGUEM;
      *    PARA NA PROXIMA LINHA QUE NAO E ITEM.
           MOVE WEB-PEDIDO     TO WRK-PEDIDO-WEB.
           MOVE WEB-ID-CLIENTE TO WRK-WEB-ID.
           MOVE WEB-CPF        TO WRK-WEB-CPF.
           MOVE WEB-DATA       TO WRK-WEB-DATA.

           MOVE ZEROS TO WRK-ITM-USADOS.
           MOVE "N"   TO WRK-ITM-EXCEDENTE.
           MOVE "N"   TO WRK-ITENS-DIVERGENTES.

           PERFORM 0210-LER-WEB.

           PERFORM UNTIL WRK-FIM-WEB EQUAL "S" OR NOT WEB-TIPO-ITEM
               IF WEB-PEDIDO NOT EQUAL WRK-PEDIDO-WEB
                   MOVE "S" TO WRK-ITENS-DIVERGENTES
               END-IF
               IF WRK-ITM-USADOS NOT LESS THAN 20
                   MOVE "S" TO WRK-ITM-EXCEDENTE
               ELSE
                   ADD 1 TO WRK-ITM-USADOS
                   MOVE WEB-PRODUTO
                       TO WRK-ITM-PRODUTO (WRK-ITM-USADOS)
                   MOVE WEB-QUANTIDADE
                       TO WRK-ITM-QTD-ENT (WRK-ITM-USADOS)
               END-IF
               PERFORM 0210-LER-WEB
           END-PERFORM.

       0220-CARREGAR-PEDIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0225-TRATAR-PEDIDO                        SECTION.

           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-ID-CLIENTE.
           MOVE SPACES TO WRK-NUMERO-ATRIBUIDO.
           MOVE ZEROS  TO WRK-VALOR-TOTAL.

           PERFORM 0227-VALIDA-DATA.
           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0280-RECUSAR
               GO TO 0225-TRATAR-PEDIDO-FIM
           END-IF.

           PERFORM 0230-VALIDA-CLIENTE.
           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0280-RECUSAR
               GO TO 0225-TRATAR-PEDIDO-FIM
           END-IF.

           PERFORM 0240-VALIDA-ITENS.
           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0280-RECUSAR
               GO TO 0225-TRATAR-PEDIDO-FIM
           END-IF.

           PERFORM 0245-VERIFICA-LIMITE.
           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0280-RECUSAR
               GO TO 0225-TRATAR-PEDIDO-FIM
           END-IF.

           PERFORM 0250-GRAVA-PEDIDO.
           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0280-RECUSAR
               GO TO 0225-TRATAR-PEDIDO-FIM
           END-IF.

           PERFORM 0270-ACEITAR.

       0225-TRATAR-PEDIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0227-VALIDA-DATA                          SECTION.

      *    SEM DATA NO CABECALHO O PEDIDO ENTRA COM A DATA DA CARGA.
           IF WRK-PEDIDO-WEB EQUAL SPACES
               MOVE "PEDIDO DA LOJA SEM NUMERO" TO WRK-MOTIVO
               GO TO 0227-VALIDA-DATA-FIM
           END-IF.

           IF WRK-WEB-DATA EQUAL SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-PEDIDO
               GO TO 0227-VALIDA-DATA-FIM
           END-IF.

           MOVE ZEROS TO WRK-DATA-INT.

           IF WRK-WEB-DATA IS NUMERIC
               MOVE WRK-WEB-DATA TO WRK-DATA-NUM
               COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NUM)
           END-IF.

           IF WRK-DATA-INT EQUAL ZEROS
               MOVE "DATA DO PEDIDO INVALIDA" TO WRK-MOTIVO
           ELSE
               MOVE WRK-WEB-DATA TO WRK-DATA-PEDIDO
           END-IF.

       0227-VALIDA-DATA-FIM. EXIT.


      *-----------------------------------------------------------------
       0230-VALIDA-CLIENTE                       SECTION.

      *    MESMAS REGRAS DO 0215-VALIDA-CLIENTE DO PRGARQ21: CLIENTE
      *    CADASTRADO, ATIVO E COM ENDERECO DE ENTREGA VALIDO.
           MOVE "N" TO WRK-CLIENTE-ACHADO.
           MOVE "N" TO WRK-CPF-INATIVO.

           IF WRK-WEB-ID NOT EQUAL SPACES
               MOVE WRK-WEB-ID TO WRK-XRF-BUSCA
               IF WRK-XRF-USADOS > ZEROS
                   PERFORM 0113-RESOLVE-XREF
                   IF WRK-XRF-ACHOU EQUAL "S"
                       ADD 1 TO WRK-QTD-REDIRECIONADOS
                       DISPLAY "PEDIDO " WRK-PEDIDO-WEB ": ID "
                           WRK-WEB-ID " APOSENTADO - REDIRECIONADO "
                           "PARA " WRK-XRF-BUSCA "."
                   END-IF
               END-IF
               MOVE WRK-XRF-BUSCA TO REG-ID
               READ CLIENTES
                   KEY IS REG-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CLIENTE-ACHADO
               END-READ
           END-IF.

           IF WRK-CLIENTE-ACHADO NOT EQUAL "S" AND
              WRK-WEB-CPF NOT EQUAL SPACES
               PERFORM 0235-BUSCA-POR-CPF
           END-IF.

           IF WRK-CPF-INATIVO EQUAL "S"
               MOVE "CLIENTE INATIVO (LOCALIZADO PELO CPF)"
                   TO WRK-MOTIVO
               GO TO 0230-VALIDA-CLIENTE-FIM
           END-IF.

           IF WRK-CLIENTE-ACHADO NOT EQUAL "S"
               MOVE "CLIENTE NAO CADASTRADO EM CLIENTES.dat"
                   TO WRK-MOTIVO
               GO TO 0230-VALIDA-CLIENTE-FIM
           END-IF.

           IF REG-STATUS-INATIVO
               MOVE "CLIENTE INATIVO" TO WRK-MOTIVO
               GO TO 0230-VALIDA-CLIENTE-FIM
           END-IF.

           MOVE REG-ID TO WRK-ID-CLIENTE.

           PERFORM 0237-VALIDA-ENTREGA.

       0230-VALIDA-CLIENTE-FIM. EXIT.


      *-----------------------------------------------------------------
       0235-BUSCA-POR-CPF                        SECTION.

      *    REG-CPF ADMITE DUPLICATAS: VALE O PRIMEIRO CADASTRO ATIVO
      *    COM O CPF; SO HAVENDO INATIVOS, O PEDIDO E RECUSADO.
           MOVE "N"         TO WRK-FIM-CPF.
           MOVE WRK-WEB-CPF TO REG-CPF.
           START CLIENTES KEY IS EQUAL REG-CPF
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CPF
           END-START.

           PERFORM UNTIL WRK-FIM-CPF EQUAL "S"
               READ CLIENTES NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-CPF
               END-READ
               IF WRK-FIM-CPF NOT EQUAL "S"
                   IF REG-CPF NOT EQUAL WRK-WEB-CPF
                       MOVE "S" TO WRK-FIM-CPF
                   ELSE
                       IF REG-STATUS-ATIVO
                           MOVE "S" TO WRK-CLIENTE-ACHADO
                           MOVE "N" TO WRK-CPF-INATIVO
                           MOVE "S" TO WRK-FIM-CPF
                       ELSE
                           MOVE "S" TO WRK-CPF-INATIVO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-CLIENTE-ACHADO EQUAL "S"
               ADD 1 TO WRK-QTD-POR-CPF
               DISPLAY "PEDIDO " WRK-PEDIDO-WEB ": CLIENTE LOCALIZADO "
                   "PELO CPF - ID " REG-ID "."
           END-IF.

       0235-BUSCA-POR-CPF-FIM. EXIT.


      *-----------------------------------------------------------------
       0237-VALIDA-ENTREGA                       SECTION.

      *    O PEDIDO SO E ACEITO COM ENDERECO DE ENTREGA COMPLETO E COM
      *    CEP CONFERIDO NA TABELA DOS CORREIOS (PRGVEND).
           IF WRK-TEM-ENDERECOS NOT EQUAL "S"
               MOVE "CLIENTE SEM ENDERECO DE ENTREGA" TO WRK-MOTIVO
               GO TO 0237-VALIDA-ENTREGA-FIM
           END-IF.

           MOVE WRK-ID-CLIENTE TO END-ID-CLIENTE.
           MOVE "E"            TO END-TIPO.
           READ ENDERECOS
               KEY IS END-CHAVE
               INVALID KEY
                   MOVE "CLIENTE SEM ENDERECO DE ENTREGA" TO WRK-MOTIVO
                   GO TO 0237-VALIDA-ENTREGA-FIM
           END-READ.

           MOVE "V" TO WRK-VEN-ACAO.
           CALL "PRGVEND" USING WRK-VEN-ACAO REG-ENDERECOS
               WRK-VEN-RESULTADO WRK-VEN-MOTIVO.

           IF WRK-VEN-RESULTADO NOT EQUAL "S"
               STRING "ENDERECO DE ENTREGA INVALIDO: " DELIMITED BY SIZE
                      WRK-VEN-MOTIVO                   DELIMITED BY SIZE
                      INTO WRK-MOTIVO
           END-IF.

       0237-VALIDA-ENTREGA-FIM. EXIT.


      *-----------------------------------------------------------------
       0240-VALIDA-ITENS                         SECTION.

      *    O PEDIDO E ACEITO OU RECUSADO POR INTEIRO; O PRECO DE CADA
      *    ITEM VEM DO CADASTRO DE PRODUTOS, COMO NO PRGARQ21.
           IF WRK-ITENS-DIVERGENTES EQUAL "S"
               MOVE "ITEM COM NUMERO DE PEDIDO DIVERGENTE DO CABECALHO"
                   TO WRK-MOTIVO
               GO TO 0240-VALIDA-ITENS-FIM
           END-IF.

           IF WRK-ITM-EXCEDENTE EQUAL "S"
               MOVE "PEDIDO COM MAIS DE 20 ITENS" TO WRK-MOTIVO
               GO TO 0240-VALIDA-ITENS-FIM
           END-IF.

           IF WRK-ITM-USADOS EQUAL ZEROS
               MOVE "PEDIDO SEM ITENS" TO WRK-MOTIVO
               GO TO 0240-VALIDA-ITENS-FIM
           END-IF.

           PERFORM VARYING WRK-IDX-ITM FROM 1 BY 1
               UNTIL WRK-IDX-ITM > WRK-ITM-USADOS
                  OR WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0241-VALIDA-ITEM
           END-PERFORM.

       0240-VALIDA-ITENS-FIM. EXIT.


      *-----------------------------------------------------------------
       0241-VALIDA-ITEM                          SECTION.

           IF WRK-ITM-QTD-ENT (WRK-IDX-ITM) NOT NUMERIC
               STRING "QUANTIDADE INVALIDA NO PRODUTO "
                          DELIMITED BY SIZE
                      WRK-ITM-PRODUTO (WRK-IDX-ITM) DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               GO TO 0241-VALIDA-ITEM-FIM
           END-IF.

           MOVE WRK-ITM-QTD-ENT (WRK-IDX-ITM)
               TO WRK-ITM-QTD (WRK-IDX-ITM).

           IF WRK-ITM-QTD (WRK-IDX-ITM) EQUAL ZEROS
               STRING "QUANTIDADE ZERO NO PRODUTO " DELIMITED BY SIZE
                      WRK-ITM-PRODUTO (WRK-IDX-ITM) DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               GO TO 0241-VALIDA-ITEM-FIM
           END-IF.

           MOVE WRK-ITM-PRODUTO (WRK-IDX-ITM) TO PRD-CODIGO.
           READ PRODUTOS
               KEY IS PRD-CODIGO
               INVALID KEY
                   STRING "PRODUTO "       DELIMITED BY SIZE
                          PRD-CODIGO       DELIMITED BY SIZE
                          " NAO CADASTRADO" DELIMITED BY SIZE
                          INTO WRK-MOTIVO
                   GO TO 0241-VALIDA-ITEM-FIM
           END-READ.

           IF PRD-STATUS-INATIVO
               STRING "PRODUTO "  DELIMITED BY SIZE
                      PRD-CODIGO  DELIMITED BY SIZE
                      " INATIVO"  DELIMITED BY SIZE
                      INTO WRK-MOTIVO
               GO TO 0241-VALIDA-ITEM-FIM
           END-IF.

           COMPUTE WRK-VALOR-ITEM =
               WRK-ITM-QTD (WRK-IDX-ITM) * PRD-PRECO.

           IF WRK-VALOR-TOTAL + WRK-VALOR-ITEM > 9999999,99
               MOVE "VALOR DO PEDIDO EXCEDE 9.999.999,99" TO WRK-MOTIVO
               GO TO 0241-VALIDA-ITEM-FIM
           END-IF.

           MOVE PRD-PRECO      TO WRK-ITM-PRECO (WRK-IDX-ITM).
           ADD WRK-VALOR-ITEM  TO WRK-VALOR-TOTAL.

       0241-VALIDA-ITEM-FIM. EXIT.


      *-----------------------------------------------------------------
       0245-VERIFICA-LIMITE                      SECTION.

      *    SALDO EM ABERTO DO CLIENTE MAIS O NOVO PEDIDO DEVE CABER NO
      *    LIMITE DE CREDITO (LIMITES.dat), COMO NO PRGARQ21.
           IF WRK-TEM-LIMITES NOT EQUAL "S"
               GO TO 0245-VERIFICA-LIMITE-FIM
           END-IF.

           MOVE WRK-ID-CLIENTE TO LIM-ID-CLIENTE.
           READ LIMITES
               KEY IS LIM-ID-CLIENTE
               INVALID KEY
                   GO TO 0245-VERIFICA-LIMITE-FIM
           END-READ.

           MOVE ZEROS TO WRK-EXPOSICAO.
           MOVE "N"   TO WRK-FIM-PEDIDOS.

           MOVE WRK-ID-CLIENTE TO PED-ID-CLIENTE.
           START PEDIDOS KEY IS EQUAL PED-ID-CLIENTE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PEDIDOS
           END-START.

           PERFORM UNTIL WRK-FIM-PEDIDOS EQUAL "S"
               READ PEDIDOS NEXT RECORD
                   AT END MOVE "S" TO WRK-FIM-PEDIDOS
               END-READ
               IF WRK-FIM-PEDIDOS NOT EQUAL "S"
                   IF PED-ID-CLIENTE NOT EQUAL WRK-ID-CLIENTE
                       MOVE "S" TO WRK-FIM-PEDIDOS
                   ELSE
                       IF PED-STATUS-ABERTO
                           COMPUTE WRK-EXPOSICAO = WRK-EXPOSICAO +
                               PED-VALOR - PED-VALOR-PAGO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WRK-EXPOSICAO + WRK-VALOR-TOTAL > LIM-VALOR
               MOVE "LIMITE DE CREDITO EXCEDIDO" TO WRK-MOTIVO
           END-IF.

       0245-VERIFICA-LIMITE-FIM. EXIT.


      *-----------------------------------------------------------------
       0250-GRAVA-PEDIDO                         SECTION.

           PERFORM 0255-PROXIMO-NUMERO.
           IF WRK-MOTIVO NOT EQUAL SPACES
               GO TO 0250-GRAVA-PEDIDO-FIM
           END-IF.

      *    CHECKPOINT PENDENTE ANTES DE QUALQUER GRAVACAO DO PEDIDO.
           MOVE "P"                  TO CKW-SITUACAO.
           MOVE WRK-NUMERO-ATRIBUIDO TO CKW-PED-NUMERO.
           PERFORM 0296-ESCREVER-CKPT.

           PERFORM VARYING WRK-IDX-ITM FROM 1 BY 1
               UNTIL WRK-IDX-ITM > WRK-ITM-USADOS
               MOVE WRK-NUMERO-ATRIBUIDO TO ITP-NUMERO
               MOVE WRK-IDX-ITM          TO ITP-LINHA
               MOVE WRK-ITM-PRODUTO (WRK-IDX-ITM) TO ITP-PRODUTO
               MOVE WRK-ITM-QTD (WRK-IDX-ITM)     TO ITP-QUANTIDADE
               MOVE WRK-ITM-PRECO (WRK-IDX-ITM)   TO ITP-PRECO-UNIT
               WRITE REG-ITENS
               IF FS-ITENS-PEDIDO NOT EQUAL 00
                   MOVE FS-ITENS-PEDIDO TO WRK-FS-ERRO
                   MOVE "ITENSPED.dat"  TO WRK-ARQ-ERRO
                   PERFORM 9000-TRATA-ERRO
               END-IF
           END-PERFORM.

           MOVE WRK-NUMERO-ATRIBUIDO TO PED-NUMERO.
           MOVE WRK-ID-CLIENTE       TO PED-ID-CLIENTE.
           MOVE WRK-DATA-PEDIDO      TO PED-DATA.
           MOVE WRK-VALOR-TOTAL      TO PED-VALOR.
           MOVE "A"                  TO PED-STATUS.
           MOVE ZEROS                TO PED-VALOR-PAGO.
           MOVE SPACES               TO PED-DATA-ULT-PAGTO
                                        PED-DATA-FECHAMENTO.
           WRITE REG-PEDIDOS.

           IF FS-PEDIDOS NOT EQUAL 00
               MOVE FS-PEDIDOS     TO WRK-FS-ERRO
               MOVE "PEDIDOS.dat"  TO WRK-ARQ-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0250-GRAVA-PEDIDO-FIM. EXIT.


      *-----------------------------------------------------------------
       0255-PROXIMO-NUMERO                       SECTION.

      *    PULA OS NUMEROS JA OCUPADOS (DIGITADOS NO PRGARQ21) E GUARDA
      *    O NUMERO RESERVADO EM PEDCTL.dat ANTES DE USA-LO.
           MOVE "N" TO WRK-NUMERO-LIVRE.

           PERFORM UNTIL WRK-NUMERO-LIVRE EQUAL "S"
                      OR WRK-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WRK-ULTIMO-NUMERO
               IF WRK-ULTIMO-NUMERO > 999999
                   MOVE "NUMERACAO DE PEDIDOS ESGOTADA" TO WRK-MOTIVO
               ELSE
                   MOVE WRK-ULTIMO-NUMERO TO WRK-NUMERO-PEDIDO
                   MOVE WRK-NUMERO-PEDIDO TO PED-NUMERO
                   READ PEDIDOS
                       KEY IS PED-NUMERO
                       INVALID KEY
                           MOVE "S" TO WRK-NUMERO-LIVRE
                   END-READ
               END-IF
           END-PERFORM.

           IF WRK-MOTIVO NOT EQUAL SPACES
               GO TO 0255-PROXIMO-NUMERO-FIM
           END-IF.

           MOVE WRK-NUMERO-PEDIDO TO WRK-NUMERO-ATRIBUIDO.

           OPEN OUTPUT CTL-PEDIDOS.
           IF FS-CTL-PEDIDOS NOT EQUAL 00
               MOVE FS-CTL-PEDIDOS TO WRK-FS-ERRO
               MOVE "PEDCTL.dat"   TO WRK-ARQ-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           MOVE WRK-NUMERO-PEDIDO TO CTL-ULTIMO-NUMERO.
           WRITE REG-CTL-PEDIDOS.
           CLOSE CTL-PEDIDOS.

       0255-PROXIMO-NUMERO-FIM. EXIT.


      *-----------------------------------------------------------------
       0260-EXCLUI-ITENS                         SECTION.

           MOVE "N" TO WRK-FIM-ITENS.

      *    A CADA EXCLUSAO O START E REFEITO, COMO NO PRGARQ21.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               MOVE WRK-NUMERO-ATRIBUIDO TO ITP-NUMERO
               MOVE ZEROS                TO ITP-LINHA
               START ITENS-PEDIDO KEY IS NOT LESS THAN ITP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ITENS
               END-START

               IF WRK-FIM-ITENS NOT EQUAL "S"
                   READ ITENS-PEDIDO NEXT RECORD
                       AT END MOVE "S" TO WRK-FIM-ITENS
                   END-READ
               END-IF

               IF WRK-FIM-ITENS NOT EQUAL "S"
                   IF ITP-NUMERO NOT EQUAL WRK-NUMERO-ATRIBUIDO
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       DELETE ITENS-PEDIDO
                       IF FS-ITENS-PEDIDO NOT EQUAL 00
                           MOVE FS-ITENS-PEDIDO TO WRK-FS-ERRO
                           MOVE "ITENSPED.dat"  TO WRK-ARQ-ERRO
                           PERFORM 9000-TRATA-ERRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0260-EXCLUI-ITENS-FIM. EXIT.


      *-----------------------------------------------------------------
       0270-ACEITAR                              SECTION.

           ADD 1 TO WRK-QTD-ACEITOS.

           MOVE SPACES               TO REG-RETORNO-WEB.
           MOVE WRK-PEDIDO-WEB       TO RET-PEDIDO-WEB.
           MOVE "A"                  TO RET-SITUACAO.
           MOVE WRK-NUMERO-ATRIBUIDO TO RET-PED-NUMERO.
           MOVE WRK-ID-CLIENTE       TO RET-ID-CLIENTE.
           MOVE WRK-VALOR-TOTAL      TO RET-VALOR.
           PERFORM 0290-GRAVA-RETORNO.

           PERFORM 0295-GRAVA-CHECKPOINT.

       0270-ACEITAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0280-RECUSAR                              SECTION.

           ADD 1 TO WRK-QTD-RECUSADOS.

           DISPLAY "PEDIDO " WRK-PEDIDO-WEB " RECUSADO: " WRK-MOTIVO.

           MOVE SPACES         TO REG-RETORNO-WEB.
           MOVE WRK-PEDIDO-WEB TO RET-PEDIDO-WEB.
           MOVE "R"            TO RET-SITUACAO.
           MOVE WRK-ID-CLIENTE TO RET-ID-CLIENTE.
           MOVE ZEROS          TO RET-VALOR.
           MOVE WRK-MOTIVO     TO RET-MOTIVO.
           PERFORM 0290-GRAVA-RETORNO.

           PERFORM 0295-GRAVA-CHECKPOINT.

       0280-RECUSAR-FIM. EXIT.


      *-----------------------------------------------------------------
       0290-GRAVA-RETORNO                        SECTION.

      *    NA RETOMADA, O PEDIDO JA RESPONDIDO ANTES DA QUEDA NAO
      *    RECEBE SEGUNDA LINHA.
           IF WRK-ULTIMO-RETORNO NOT EQUAL SPACES AND
              WRK-PEDIDO-WEB EQUAL WRK-ULTIMO-RETORNO
               MOVE SPACES TO WRK-ULTIMO-RETORNO
               GO TO 0290-GRAVA-RETORNO-FIM
           END-IF.

           MOVE SPACES TO WRK-ULTIMO-RETORNO.

           WRITE REG-RETORNO-WEB.

           IF FS-RETORNO-WEB NOT EQUAL 00
               MOVE FS-RETORNO-WEB TO WRK-FS-ERRO
               MOVE "PEDWRET.dat"  TO WRK-ARQ-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

       0290-GRAVA-RETORNO-FIM. EXIT.


      *-----------------------------------------------------------------
       0295-GRAVA-CHECKPOINT                     SECTION.

           MOVE "C"                  TO CKW-SITUACAO.
           MOVE WRK-NUMERO-ATRIBUIDO TO CKW-PED-NUMERO.
           PERFORM 0296-ESCREVER-CKPT.

       0295-GRAVA-CHECKPOINT-FIM. EXIT.


      *-----------------------------------------------------------------
       0296-ESCREVER-CKPT                        SECTION.

      *    SEM CHECKPOINT NAO HA COMO GARANTIR A RETOMADA: A FALHA NA
      *    GRAVACAO INTERROMPE A CARGA.
           MOVE WRK-PRIMEIRO-WEB  TO CKW-PRIMEIRO-WEB.
           MOVE WRK-PEDIDO-WEB    TO CKW-PEDIDO-WEB.
           MOVE WRK-QTD-ACEITOS   TO CKW-QTD-ACEITOS.
           MOVE WRK-QTD-RECUSADOS TO CKW-QTD-RECUSADOS.

           OPEN OUTPUT CKPT-WEB.
           IF FS-CKPT-WEB NOT EQUAL 00
               MOVE FS-CKPT-WEB    TO WRK-FS-ERRO
               MOVE "PEDWCKPT.dat" TO WRK-ARQ-ERRO
               PERFORM 9000-TRATA-ERRO
           END-IF.

           WRITE REG-CKPT-WEB.
           CLOSE CKPT-WEB.

       0296-ESCREVER-CKPT-FIM. EXIT.


      *-----------------------------------------------------------------
       0300-FINALIZAR                            SECTION.

      *    CHECKPOINT ENCERRADO: O MESMO ARQUIVO NAO E CARREGADO DE
      *    NOVO.
           IF WRK-PRIMEIRO-WEB NOT EQUAL SPACES
               MOVE "F"    TO CKW-SITUACAO
               MOVE SPACES TO CKW-PED-NUMERO
               PERFORM 0296-ESCREVER-CKPT
           END-IF.

           DISPLAY WRK-MSG-FIM.
           DISPLAY "PEDIDOS ACEITOS.......: " WRK-QTD-ACEITOS.
           DISPLAY "PEDIDOS RECUSADOS.....: " WRK-QTD-RECUSADOS.
           DISPLAY "IDS REDIRECIONADOS....: " WRK-QTD-REDIRECIONADOS.
           DISPLAY "LOCALIZADOS PELO CPF..: " WRK-QTD-POR-CPF.

           IF WRK-QTD-IGNORADAS > ZEROS
               DISPLAY "LINHAS IGNORADAS......: " WRK-QTD-IGNORADAS
           END-IF.

           DISPLAY "RETORNO GRAVADO EM PEDWRET.dat".

           MOVE "F" TO WRK-VEN-ACAO.
           CALL "PRGVEND" USING WRK-VEN-ACAO REG-ENDERECOS
               WRK-VEN-RESULTADO WRK-VEN-MOTIVO.

           CLOSE PEDIDOS-WEB.
           CLOSE RETORNO-WEB.
           CLOSE PEDIDOS.
           CLOSE CLIENTES.
           CLOSE PRODUTOS.
           CLOSE ITENS-PEDIDO.

           IF WRK-TEM-LIMITES EQUAL "S"
               CLOSE LIMITES
           END-IF.

           IF WRK-TEM-ENDERECOS EQUAL "S"
               CLOSE ENDERECOS
           END-IF.

       0300-FINALIZAR-FIM. EXIT.

      *-----------------------------------------------------------------

       9000-TRATA-ERRO                           SECTION.

           EVALUATE WRK-FS-ERRO
               WHEN 35
                   DISPLAY "ARQUIVO " WRK-ARQ-ERRO " NAO EXISTE!"
               WHEN 37
                   DISPLAY "ORGANIZACAO DO ARQUIVO " WRK-ARQ-ERRO
                       " INCOMPATIVEL!"
               WHEN 39
                   DISPLAY "ATRIBUTOS DO ARQUIVO " WRK-ARQ-ERRO
                       " EM CONFLITO!"
               WHEN 41
                   DISPLAY "ARQUIVO " WRK-ARQ-ERRO " JA ESTA ABERTO!"
               WHEN 30 THRU 49
                   DISPLAY "ERRO DE E/S AO ABRIR " WRK-ARQ-ERRO
                       ". STATUS.." WRK-FS-ERRO
               WHEN 90 THRU 99
                   DISPLAY "ARQUIVO " WRK-ARQ-ERRO " BLOQUEADO OU SEM "
                       "PERMISSAO DE ACESSO. STATUS.." WRK-FS-ERRO
               WHEN OTHER
                   DISPLAY WRK-MSG-ERRO " " WRK-ARQ-ERRO
                       " STATUS.." WRK-FS-ERRO
           END-EVALUATE.

           MOVE 12 TO RETURN-CODE.
           GOBACK.

       9000-TRATA-ERRO-FIM. EXIT.
      *-----------------------------------------------------------------
