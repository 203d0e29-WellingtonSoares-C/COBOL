      *==                PROGRAMA INEXISTENTE", CONTA COMO FALHA PARA
      *==                A REGRA (P)/(S) DO PLANO E A TRAVA RECLAMADA
      *==                PELO CONSOLE E LIBERADA.
      *==              - 15/10/2026 - INCLUIDO O CADASTRO DE PRODUTOS
      *==                (PRGARQ28) NO MENU; A OPCAO SAIR PASSA DE 23
      *==                PARA 24.
      *==              - 15/10/2026 - INCLUIDOS NO MENU A BAIXA DE
      *==                PAGAMENTOS (PRGARQ29), O AGING DO CONTAS A
      *==                RECEBER (PRGARQ30) E O LIMITE DE CREDITO
      *==                (PRGARQ31); A OPCAO SAIR PASSA DE 24 PARA 27.
      *==              - 15/10/2026 - O CONSOLE PASSA A EXIGIR A
      *==                IDENTIFICACAO DO OPERADOR (PRGSESSAO/
      *==                OPERADOR.dat) NA ENTRADA, NOS MODOS MENU E
      *==                PLANO. CADA OPCAO E CADA PASSO DO PLANO SO E
      *==                DISPARADO SE O PERFIL DO OPERADOR O ALCANCA;
      *==                SE NAO, E REGISTRADO EM RUNCTL.dat COMO "NAO
      *==                DISPARADO - NAO AUTORIZADO" E CONTA COMO
      *==                FALHA PARA A REGRA (P)/(S) DO PLANO. A
      *==                LIBERACAO DE TRAVA ORFA EXIGE SUPERVISOR. O ID
      *==                DO OPERADOR SUBSTITUI "CONSOLE" NA TRAVA E E
      *==                GRAVADO EM WRK-RUN-OPERADOR (RUNCTL.dat PASSA
      *==                A X(90)). INCLUIDO O CADASTRO DE OPERADORES
      *==                (PRGARQ32) NO MENU; A OPCAO SAIR PASSA DE 27
      *==                PARA 28.
      *==              - 15/10/2026 - INCLUIDA A ANONIMIZACAO LGPD
      *==                (PRGARQ33) NO MENU; A OPCAO SAIR PASSA DE 28
      *==                PARA 29.
      *==              - 15/10/2026 - INCLUIDA A CARGA DA TABELA DE CEP
      *==                DOS CORREIOS (PRGARQ34) NO MENU; A OPCAO SAIR
      *==                PASSA DE 29 PARA 30.
      *==              - 15/10/2026 - INCLUIDO O FECHAMENTO MENSAL E
      *==                TENDENCIA (PRGARQ36) NO MENU; A OPCAO SAIR
      *==                PASSA DE 30 PARA 31.
      *==              - 15/10/2026 - INCLUIDA A VERIFICACAO SOMBRA DA
      *==                BASE (PRGARQ37) NO MENU; A OPCAO SAIR PASSA DE
      *==                31 PARA 32. NO PLANO, O PASSO PRGARQ37 COM
      *==                REGRA "P" ANTES DO PRGARQ14 SUSPENDE O BACKUP
      *==                QUANDO AS BASES DIVERGEM.
      *==              - 15/10/2026 - OS CAMINHOS DOS ARQUIVOS DEIXAM DE
      *==                SER FIXOS NO PROGRAMA: NO INICIO O PRGPARAM LE
      *==                OS PARAMETROS DO SISTEMA (PARAMETRO.dat) DO
      *==                AMBIENTE EM USO E MONTA CADA CAMINHO NO
      *==                DIRETORIO DE DADOS DELE.
      *==              - 15/10/2026 - INCLUIDA A MANUTENCAO DOS
      *==                PARAMETROS DO SISTEMA (PRGARQ38) NO MENU; A
      *==                OPCAO SAIR PASSA DE 32 PARA 33.
      *==              - 15/10/2026 - INCLUIDO O RANKING ABC E CLIENTES
      *==                DORMENTES (PRGARQ39) NO MENU; A OPCAO SAIR
      *==                PASSA DE 33 PARA 34.
      *==              - 15/10/2026 - INCLUIDA A RECEPCAO DE PEDIDOS DA
      *==                LOJA VIRTUAL (PRGARQ40) NO MENU; A OPCAO SAIR
      *==                PASSA DE 34 PARA 35.
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

           SELECT RUN-CONTROLE ASSIGN TO DYNAMIC
               WRK-CAM-RUNCTL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RUN-CONTROLE.

           SELECT PLANO ASSIGN TO DYNAMIC
               WRK-CAM-PLANO
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PLANO.
      *-----------------------------------------------------------------
           COPY CLIREG.

       FD RUN-CONTROLE.
       01  REG-RUN-CONTROLE      PIC X(90).

       FD PLANO.
       01  REG-PLANO.
       77  FS-RUN-CONTROLE       PIC 9(02).
       77  FS-PLANO              PIC 9(02).

       77  WRK-CAM-CLIENTES      PIC X(100) VALUE SPACES.
       77  WRK-CAM-RUNCTL        PIC X(100) VALUE SPACES.
       77  WRK-CAM-PLANO         PIC X(100) VALUE SPACES.

       77  WRK-PAR-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-PAR-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-PAR-ARQUIVO       PIC X(100) VALUE SPACES.

           COPY PARREG.

       77  WRK-FS-ERRO           PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ERRO          PIC X(15) VALUE SPACES.


       77  WRK-TRV-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-TRV-PROGRAMA      PIC X(08) VALUE "PRGARQ19".
       77  WRK-TRV-OPERADOR      PIC X(20) VALUE SPACES.
       77  WRK-TRV-RESULTADO     PIC X(01) VALUE "N".
       77  WRK-TRV-DETENTOR      PIC X(50) VALUE SPACES.
       77  WRK-TRAVA-MINHA       PIC X(01) VALUE "N".
       77  WRK-TRV-CONFIRMA      PIC X(01) VALUE SPACES.

       77  WRK-SES-ACAO          PIC X(01) VALUE SPACES.
       77  WRK-SES-PROGRAMA      PIC X(08) VALUE SPACES.
       77  WRK-SES-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-SES-RESULTADO     PIC X(01) VALUE "N".

       77  WRK-FIM-PLANO         PIC X(01) VALUE "N".
       77  WRK-PULAR-RESTO       PIC X(01) VALUE "N".
       77  WRK-PASSO-FALHOU      PIC X(01) VALUE "N".
           05 WRK-RUN-FIM        PIC X(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-RUN-RESULTADO  PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-RUN-OPERADOR   PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.

           PERFORM 0050-CARREGAR-PARAMETROS.
           PERFORM 0100-INICIALIZAR.
           IF WRK-MODO-PLANO
               PERFORM 0240-PROCESSAR-PLANO
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

           MOVE "RUNCTL.dat" TO WRK-CAM-RUNCTL.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-RUNCTL REG-PARAMETROS.

           MOVE "PLANO.dat" TO WRK-CAM-PLANO.
           CALL "PRGPARAM" USING WRK-PAR-ACAO WRK-PAR-RESULTADO
               WRK-CAM-PLANO REG-PARAMETROS.

       0050-CARREGAR-PARAMETROS-FIM. EXIT.


      *-----------------------------------------------------------------
       0100-INICIALIZAR                              SECTION.

                PERFORM 9000-TRATA-ERRO
             END-IF.

           MOVE "E" TO WRK-SES-ACAO.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO NOT EQUAL "S"
               DISPLAY "CONSOLE ENCERRADO - OPERADOR NAO IDENTIFICADO."
               CLOSE RUN-CONTROLE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WRK-SES-OPERADOR TO WRK-TRV-OPERADOR.

           DISPLAY "MODO (M)ENU OU (P)LANO (LENDO PLANO.dat)?"
               ACCEPT WRK-MODO.

           DISPLAY "20 - PRGARQ26 - DOSSIE DE CLIENTE".
           DISPLAY "21 - PRGARQ27 - SAUDE DA OPERACAO".
           DISPLAY "22 - LIBERAR TRAVA ORFA (SUPERVISAO)".
           DISPLAY "23 - PRGARQ28 - CADASTRO DE PRODUTOS".
           DISPLAY "24 - PRGARQ29 - BAIXA DE PAGAMENTOS".
           DISPLAY "25 - PRGARQ30 - AGING CONTAS A RECEBER".
           DISPLAY "26 - PRGARQ31 - LIMITE DE CREDITO".
           DISPLAY "27 - PRGARQ32 - CADASTRO DE OPERADORES".
           DISPLAY "28 - PRGARQ33 - ANONIMIZACAO LGPD".
           DISPLAY "29 - PRGARQ34 - CARGA DA TABELA DE CEP".
           DISPLAY "30 - PRGARQ36 - FECHAMENTO MENSAL".
           DISPLAY "31 - PRGARQ37 - VERIFICACAO SOMBRA DA BASE".
           DISPLAY "32 - PRGARQ38 - PARAMETROS DO SISTEMA".
           DISPLAY "33 - PRGARQ39 - RANKING ABC E CLIENTES DORMENTES".
           DISPLAY "34 - PRGARQ40 - RECEPCAO PEDIDOS DA LOJA VIRTUAL".
           DISPLAY "35 - SAIR".
           DISPLAY "=========================================".
           DISPLAY "DIGITE A OPCAO DESEJADA.."
               ACCEPT WRK-OPCAO.
               WHEN 22
                   PERFORM 0280-LIBERAR-TRAVA-ORFA
               WHEN 23
                   MOVE "PRGARQ28" TO WRK-PROGRAMA
               WHEN 24
                   MOVE "PRGARQ29" TO WRK-PROGRAMA
               WHEN 25
                   MOVE "PRGARQ30" TO WRK-PROGRAMA
               WHEN 26
                   MOVE "PRGARQ31" TO WRK-PROGRAMA
               WHEN 27
                   MOVE "PRGARQ32" TO WRK-PROGRAMA
               WHEN 28
                   MOVE "PRGARQ33" TO WRK-PROGRAMA
               WHEN 29
                   MOVE "PRGARQ34" TO WRK-PROGRAMA
               WHEN 30
                   MOVE "PRGARQ36" TO WRK-PROGRAMA
               WHEN 31
                   MOVE "PRGARQ37" TO WRK-PROGRAMA
               WHEN 32
                   MOVE "PRGARQ38" TO WRK-PROGRAMA
               WHEN 33
                   MOVE "PRGARQ39" TO WRK-PROGRAMA
               WHEN 34
                   MOVE "PRGARQ40" TO WRK-PROGRAMA
               WHEN 35
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA!"
           MOVE SPACES TO WRK-LINHA-RUNCTL.
           MOVE WRK-PROGRAMA TO WRK-RUN-PROGRAMA.

           MOVE "V"          TO WRK-SES-ACAO.
           MOVE WRK-PROGRAMA TO WRK-SES-PROGRAMA.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO NOT EQUAL "S"
               DISPLAY "PASSO " WRK-PROGRAMA " NAO DISPARADO."
               MOVE 12  TO WRK-RC-PASSO
               MOVE "S" TO WRK-HOUVE-ERRO
               MOVE FUNCTION CURRENT-DATE TO WRK-TIMESTAMP
               MOVE WRK-TIMESTAMP (1:14) TO WRK-RUN-INICIO
               MOVE WRK-TIMESTAMP (1:14) TO WRK-RUN-FIM
               MOVE "NAO DISPARADO - NAO AUTORIZADO"
                   TO WRK-RUN-RESULTADO
               PERFORM 0230-GRAVA-RUNCTL
               GO TO 0210-EXECUTAR-PASSO-FIM
           END-IF.

           IF WRK-VERIFICA-BASE EQUAL "S"
               PERFORM 0215-RECLAMAR-TRAVA
               IF WRK-TRAVA-MINHA NOT EQUAL "S"
      *-----------------------------------------------------------------
       0230-GRAVA-RUNCTL                         SECTION.

           MOVE WRK-TRV-OPERADOR TO WRK-RUN-OPERADOR.
           MOVE WRK-LINHA-RUNCTL TO REG-RUN-CONTROLE.
           WRITE REG-RUN-CONTROLE.
             IF FS-RUN-CONTROLE NOT EQUAL 00
      *-----------------------------------------------------------------
       0280-LIBERAR-TRAVA-ORFA                   SECTION.

           MOVE "V"        TO WRK-SES-ACAO.
           MOVE "LIBTRAVA" TO WRK-SES-PROGRAMA.
           CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
               WRK-SES-OPERADOR WRK-SES-RESULTADO.

           IF WRK-SES-RESULTADO NOT EQUAL "S"
               DISPLAY "LIBERACAO DE TRAVA NAO AUTORIZADA."
               GO TO 0280-LIBERAR-TRAVA-ORFA-FIM
           END-IF.

           MOVE "Q" TO WRK-TRV-ACAO.
           CALL "PRGTRAVA" USING WRK-TRV-ACAO WRK-TRV-PROGRAMA
               WRK-TRV-OPERADOR WRK-TRV-RESULTADO WRK-TRV-DETENTOR.
             DISPLAY WRK-MSG-FIM.
             CLOSE RUN-CONTROLE.

             MOVE "S" TO WRK-SES-ACAO.
             CALL "PRGSESSAO" USING WRK-SES-ACAO WRK-SES-PROGRAMA
                 WRK-SES-OPERADOR WRK-SES-RESULTADO.

             IF WRK-HOUVE-ERRO EQUAL "S"
                 MOVE 12 TO RETURN-CODE
             END-IF.
