       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDRECB.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: CREDITO DAS TEDS RECEBIDAS DE OUTROS BANCOS.
      *==           LE O LOTE DE TEDS RECEBIDO DA COMPENSACAO
      *==           (TEDENT: HEADER TIPO 1 COM O NUMERO DO LOTE,
      *==           UM DETALHE TIPO 2 POR TED COM REMETENTE, CONTA
      *==           E CPF DO FAVORECIDO E VALOR, TRAILER TIPO 3 COM
      *==           CONTAGEM E TOTAL HASH DO VALOR), CREDITA A
      *==           CONTA DO FAVORECIDO NO CONTAS GRAVANDO MOVIMENTO
      *==           'I' NO DIARIO (CONTRAPARTIDA = IDENTIFICADOR DA
      *==           TED NA COMPENSACAO) E DEVOLVE NO ARQUIVO TEDDEV,
      *==           COM HEADER, DETALHE POR TED RECUSADA E TRAILER
      *==           COM CONTAGEM E TOTAL HASH, AS TEDS PARA CONTA
      *==           INEXISTENTE OU ENCERRADA (MOTIVO 01) OU CUJO
      *==           CPF NAO E O DO TITULAR DA CONTA (MOTIVO 02).
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL TEDRECB, FORA
      *==           DA CADEIA NOTURNA, UM JOB POR LOTE RECEBIDO.  A
      *==           DATA VEM DE SYSIN (AAAAMMDD; 00000000 = DATA DE
      *==           MOVIMENTO DO CONTROLE DATAMOV).  O TRAILER E
      *==           CONFERIDO NUMA PRIMEIRA LEITURA DO LOTE; LOTE
      *==           SEM HEADER OU TRAILER, QUE NAO CONFERE OU JA
      *==           REGISTRADO NO CONTROLE TEDCTL E RECUSADO COM
      *==           RETURN-CODE 8 SEM CREDITAR NADA.  LOTE
      *==           INTERROMPIDO FICA EM PROCESSAMENTO NO TEDCTL E
      *==           SO E LIBERADO APOS CONFERENCIA DO DIARIO.
      *==           HAVENDO TED DEVOLVIDA O PROGRAMA TERMINA COM
      *==           RETURN-CODE 4.  CADA EXECUCAO REGRAVA O TEDDEV
      *==           DO ZERO.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV): ABERTO EM I-O, COM A CHAVE
      *==                    CONTA + DATA PREENCHIDA NA GRAVACAO
      *== 2026-10-15 JV      NSUCTL ABERTO EM EXCLUSIVO, COM NOVA
      *==                    TENTATIVA QUANDO OCUPADO; NSU DUPLICADO NO
      *==                    DIARIO PEDE OUTRO NSU.  DIARIO GRAVADO
      *==                    ANTES DE REGRAVAR A CONTA; OUTRA FALHA NO
      *==                    DIARIO INTERROMPE O PROCESSAMENTO COM RC=8
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEDENT ASSIGN TO "TEDENT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDENT-STATUS.

           SELECT TEDCTL ASSIGN TO "TEDCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDCTL-STATUS.

           SELECT TEDDEV ASSIGN TO "TEDDEV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDDEV-STATUS.

           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CONTA-NUMERO OF WS-CONTA-REC
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT CLIMEST ASSIGN TO "CLIMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMEST-STATUS.

           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT NSUCTL ASSIGN TO "NSUCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-NSUCTL-STATUS.

           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEDENT.
       01  WS-TEDENT-REC.
           05  ENT-TIPO-REG            PIC X(01).
               88  ENT-E-HEADER        VALUE '1'.
               88  ENT-E-DETALHE       VALUE '2'.
               88  ENT-E-TRAILER       VALUE '3'.
           05  ENT-DETALHE.
               10  ENT-ID-TED          PIC 9(10).
               10  ENT-BANCO-ORIGEM    PIC 9(03).
               10  ENT-AGENCIA-ORIGEM  PIC 9(04).
               10  ENT-CONTA-ORIGEM    PIC 9(12).
               10  ENT-CPF-REMETENTE   PIC 9(11).
               10  ENT-NOME-REMETENTE  PIC X(30).
               10  ENT-AGENCIA-DESTINO PIC 9(04).
               10  ENT-CONTA-DESTINO   PIC 9(10).
               10  ENT-CPF-FAVORECIDO  PIC 9(11).
               10  ENT-VALOR           PIC 9(13)V99.
               10  FILLER              PIC X(39).
           05  ENT-HEADER REDEFINES ENT-DETALHE.
               10  ENT-NUMERO-LOTE     PIC 9(06).
               10  ENT-DATA-LOTE       PIC 9(08).
               10  FILLER              PIC X(135).
           05  ENT-TRAILER REDEFINES ENT-DETALHE.
               10  ENT-QTD-DETALHES    PIC 9(09).
               10  ENT-HASH-VALOR      PIC 9(15)V99.
               10  FILLER              PIC X(123).

       FD  TEDCTL.
       01  WS-TEDCTL-REC.
           COPY CXTEDCTL.

       FD  TEDDEV.
       01  WS-TEDDEV-REC              PIC X(150).

       FD  CONTAS.
       01  WS-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

       FD  CLIMEST.
       01  CLI-MESTRE-REC.
           COPY CLIMREC.

       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  NSUCTL.
       01  WS-NSUCTL-REC.
           COPY CXNSU.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       WORKING-STORAGE                 SECTION.

       77  WS-TEDENT-STATUS    PIC X(02).
       77  WS-TEDCTL-STATUS    PIC X(02).
       77  WS-TEDDEV-STATUS    PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-CLIMEST-STATUS   PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
           88  WS-DIARIO-NSU-DUPLICADO     VALUE '22'.
           88  WS-DIARIO-ERRO-IO           VALUE '30' THRU '99'.
       77  WS-NSUCTL-STATUS    PIC X(02).
           88  WS-NSUCTL-OCUPADO           VALUE '61' '90' THRU '99'.
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).

      *--- NSUCTL ABERTO EM EXCLUSIVO SO PARA LER, SOMAR E REGRAVAR;
      *--- OCUPADO, TENTA DE NOVO.  NSU JA EXISTENTE NO DIARIO PEDE
      *--- OUTRO NSU
       77  WS-NSU-TENTATIVAS   PIC 9(04) VALUE ZERO.
       77  WS-NSU-SW           PIC X(01) VALUE 'N'.
           88  WS-NSU-OBTIDO           VALUE 'S'.
           88  WS-NSU-INDISPONIVEL     VALUE 'N'.
       77  WS-DIARIO-TENTATIVAS PIC 9(02) VALUE ZERO.
       77  WS-DIARIO-SW        PIC X(01) VALUE 'R'.
           88  WS-DIARIO-GRAVADO       VALUE 'S'.
           88  WS-DIARIO-RECUSADO      VALUE 'E'.
           88  WS-DIARIO-REPETIR       VALUE 'R'.

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZERO.

      *    CODIGO DO BANCO XPTO NA COMPENSACAO
       77  WS-BANCO-PROPRIO    PIC 9(03) VALUE 999.
       77  WS-NUMERO-LOTE      PIC 9(06) VALUE ZERO.
       77  WS-DATA-LOTE        PIC 9(08) VALUE ZERO.

       77  WS-FIM-TEDENT-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-TEDENT           VALUE 'S'.
       77  WS-FIM-TEDCTL-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-TEDCTL           VALUE 'S'.
       77  WS-LOTE-LOCALIZADO-SW PIC X(01) VALUE 'N'.
           88  WS-LOTE-LOCALIZADO      VALUE 'S'.
       77  WS-TEM-TRAILER-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-TRAILER          VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-CREDITO-SW       PIC X(01) VALUE 'S'.
           88  WS-CREDITO-ACEITO       VALUE 'S'.
           88  WS-CREDITO-RECUSADO     VALUE 'N'.

       77  WS-SALDO-NOVO       PIC 9(10)V99 VALUE ZERO.
       77  WS-CODIGO-MOTIVO    PIC X(02) VALUE SPACES.
       77  WS-MOTIVO-RECUSA    PIC X(30) VALUE SPACES.

       77  WS-TRL-QTD-DETALHES PIC 9(09) VALUE ZERO.
       77  WS-TRL-HASH-VALOR   PIC 9(15)V99 VALUE ZERO.
       77  WS-QTD-CONFERIDAS   PIC 9(09) VALUE ZERO.
       77  WS-HASH-CONFERIDO   PIC 9(15)V99 VALUE ZERO.

       77  WS-QTD-LIDAS        PIC 9(09) VALUE ZERO.
       77  WS-QTD-CREDITADAS   PIC 9(09) VALUE ZERO.
       77  WS-QTD-DEVOLVIDAS   PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-CREDITADO  PIC 9(15)V99 VALUE ZERO.
       77  WS-HASH-DEVOLVIDO   PIC 9(15)V99 VALUE ZERO.

       01  WS-DEV-HEADER.
           05  HDR-TIPO-REG            PIC X(01) VALUE '1'.
           05  HDR-BANCO-REMETENTE     PIC 9(03).
           05  HDR-NUMERO-LOTE         PIC 9(06).
           05  HDR-DATA-MOVIMENTO      PIC 9(08).
           05  HDR-DATA-GERACAO        PIC 9(08).
           05  HDR-HORA-GERACAO        PIC 9(06).
           05  FILLER                  PIC X(118) VALUE SPACES.

       01  WS-DEV-DETALHE.
           05  DET-TIPO-REG            PIC X(01) VALUE '2'.
           05  DET-ID-TED              PIC 9(10).
           05  DET-BANCO-ORIGEM        PIC 9(03).
           05  DET-AGENCIA-ORIGEM      PIC 9(04).
           05  DET-CONTA-ORIGEM        PIC 9(12).
           05  DET-CPF-REMETENTE       PIC 9(11).
           05  DET-VALOR               PIC 9(13)V99.
           05  DET-CODIGO-MOTIVO       PIC X(02).
           05  DET-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-DEV-TRAILER.
           05  TRL-TIPO-REG            PIC X(01) VALUE '3'.
           05  TRL-QTD-DETALHES        PIC 9(09).
           05  TRL-HASH-VALOR          PIC 9(15)V99.
           05  FILLER                  PIC X(123) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-LOTE.
           PERFORM 3000-GRAVAR-TRAILER.
           PERFORM 3100-BAIXAR-LOTE.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-PARM-DATA.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-MOVIMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1100-LER-HEADER-LOTE.
           PERFORM 1300-CONFERIR-TRAILER.
           PERFORM 1150-VERIFICAR-LOTE.
           PERFORM 1200-REGISTRAR-LOTE.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           PERFORM 1100-LER-HEADER-LOTE.
           OPEN OUTPUT TEDDEV.
           OPEN I-O CONTAS.
           OPEN INPUT CLIMEST.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           MOVE WS-BANCO-PROPRIO  TO HDR-BANCO-REMETENTE.
           MOVE WS-NUMERO-LOTE    TO HDR-NUMERO-LOTE.
           MOVE WS-DATA-MOVIMENTO TO HDR-DATA-MOVIMENTO.
           ACCEPT HDR-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT HDR-HORA-GERACAO FROM TIME.
           WRITE WS-TEDDEV-REC FROM WS-DEV-HEADER.

       1020-LER-DATA-MOVIMENTO.
           OPEN INPUT DATAMOV.
           IF WS-DATAMOV-STATUS = '00'
              READ DATAMOV
                 NOT AT END
                    SET WS-TEM-DATAMOV TO TRUE
              END-READ
              CLOSE DATAMOV
           END-IF.
           IF WS-TEM-DATAMOV
              MOVE DMOV-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
           ELSE
              DISPLAY 'TEDRECB - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
           END-IF.

      *    EXECUCOES DO MESMO DIA (UMA POR LOTE) ACUMULAM AS
      *    QUANTIDADES NO MESMO REGISTRO DE CONTROLE
       1030-CONTROLAR-EXECUCAO.
           OPEN I-O EXECCTL.
           IF WS-EXECCTL-STATUS = '35'
              CLOSE EXECCTL
              OPEN OUTPUT EXECCTL
              CLOSE EXECCTL
              OPEN I-O EXECCTL
           END-IF.
           MOVE 'TEDRECB' TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'TEDRECB' TO EXEC-JOB
              MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO
           END-IF.
           ADD 1 TO EXEC-QTD-EXECUCOES.
           ACCEPT EXEC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-INICIO FROM TIME.
           MOVE ZERO TO EXEC-DATA-FIM EXEC-HORA-FIM EXEC-RETORNO.
           SET EXEC-EM-ANDAMENTO TO TRUE.
           SET EXEC-MODO-NORMAL TO TRUE.
           IF WS-TEM-EXECUCAO
              REWRITE WS-EXECCTL-REC
           ELSE
              WRITE WS-EXECCTL-REC
           END-IF.
           CLOSE EXECCTL.

       1040-RECUSAR-LOTE.
           CLOSE TEDENT.
           DISPLAY 'TEDRECB - LOTE RECUSADO - NENHUM CREDITO '
                   'EFETUADO'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    ABRE O LOTE E LE O HEADER; USADO NA CONFERENCIA DO
      *    TRAILER E DE NOVO NO PROCESSAMENTO DOS CREDITOS
       1100-LER-HEADER-LOTE.
           MOVE 'N' TO WS-FIM-TEDENT-SW.
           OPEN INPUT TEDENT.
           IF WS-TEDENT-STATUS NOT = '00'
              DISPLAY 'TEDRECB - ARQUIVO DE TEDS RECEBIDAS TEDENT '
                      'AUSENTE'
              PERFORM 1040-RECUSAR-LOTE
           END-IF.
           READ TEDENT
              AT END
                 MOVE SPACE TO ENT-TIPO-REG
           END-READ.
           IF NOT ENT-E-HEADER
              DISPLAY 'TEDRECB - LOTE SEM HEADER DE '
                      'IDENTIFICACAO (TIPO 1)'
              PERFORM 1040-RECUSAR-LOTE
           END-IF.
           MOVE ENT-NUMERO-LOTE TO WS-NUMERO-LOTE.
           MOVE ENT-DATA-LOTE   TO WS-DATA-LOTE.

       1150-VERIFICAR-LOTE.
           DISPLAY 'TEDRECB - LOTE...........: ' WS-NUMERO-LOTE.
           OPEN INPUT TEDCTL.
           IF WS-TEDCTL-STATUS = '00'
              PERFORM 1160-LER-PROXIMO-CONTROLE
                 UNTIL WS-FIM-TEDCTL
              IF WS-LOTE-LOCALIZADO
                 PERFORM 1170-INFORMAR-REPETIDO
              END-IF
              CLOSE TEDCTL
           END-IF.
           IF WS-LOTE-LOCALIZADO
              PERFORM 1040-RECUSAR-LOTE
           END-IF.

       1160-LER-PROXIMO-CONTROLE.
           READ TEDCTL
              AT END
                 SET WS-FIM-TEDCTL TO TRUE
              NOT AT END
                 IF TEDC-ENTRADA
                    AND TEDC-NUMERO = WS-NUMERO-LOTE
                    SET WS-LOTE-LOCALIZADO TO TRUE
                    SET WS-FIM-TEDCTL TO TRUE
                 END-IF
           END-READ.

       1170-INFORMAR-REPETIDO.
           IF TEDC-PROCESSADA
              DISPLAY 'TEDRECB - LOTE JA PROCESSADO EM '
                      TEDC-DATA-MOVIMENTO
           ELSE
              DISPLAY 'TEDRECB - PROCESSAMENTO DO LOTE '
                      'INTERROMPIDO EM ' TEDC-DATA-MOVIMENTO
              DISPLAY 'TEDRECB - CONFERIR OS CREDITOS I DO DIARIO '
                      'ANTES DE LIBERAR NO TEDCTL'
           END-IF.

       1200-REGISTRAR-LOTE.
           OPEN EXTEND TEDCTL.
           IF WS-TEDCTL-STATUS = '35'
              CLOSE TEDCTL
              OPEN OUTPUT TEDCTL
              CLOSE TEDCTL
              OPEN EXTEND TEDCTL
           END-IF.
           INITIALIZE WS-TEDCTL-REC.
           SET TEDC-ENTRADA TO TRUE.
           MOVE WS-NUMERO-LOTE      TO TEDC-NUMERO.
           MOVE WS-DATA-MOVIMENTO   TO TEDC-DATA-MOVIMENTO.
           MOVE WS-DATA-LOTE        TO TEDC-DATA-GERACAO.
           ACCEPT TEDC-HORA-GERACAO FROM TIME.
           MOVE WS-TRL-QTD-DETALHES TO TEDC-QTD-DETALHES.
           MOVE WS-TRL-HASH-VALOR   TO TEDC-HASH-VALOR.
           SET TEDC-EM-PROCESSAMENTO TO TRUE.
           MOVE ZERO                TO TEDC-DATA-RETORNO.
           WRITE WS-TEDCTL-REC.
           CLOSE TEDCTL.

      *    PRIMEIRA LEITURA: CONFERE CONTAGEM E HASH DO TRAILER
      *    ANTES DE CREDITAR QUALQUER CONTA
       1300-CONFERIR-TRAILER.
           PERFORM 1350-CONFERIR-PROXIMO
              UNTIL WS-FIM-TEDENT.
           CLOSE TEDENT.
           IF NOT WS-TEM-TRAILER
              DISPLAY 'TEDRECB - LOTE SEM TRAILER (TIPO 3)'
              PERFORM 1040-RECUSAR-LOTE
           END-IF.
           IF WS-TRL-QTD-DETALHES NOT = WS-QTD-CONFERIDAS
              OR WS-TRL-HASH-VALOR NOT = WS-HASH-CONFERIDO
              DISPLAY 'TEDRECB - TRAILER NAO CONFERE - DETALHES '
                      WS-QTD-CONFERIDAS ' TRAILER '
                      WS-TRL-QTD-DETALHES
              DISPLAY 'TEDRECB - HASH APURADO ' WS-HASH-CONFERIDO
                      ' TRAILER ' WS-TRL-HASH-VALOR
              PERFORM 1040-RECUSAR-LOTE
           END-IF.

       1350-CONFERIR-PROXIMO.
           READ TEDENT
              AT END
                 SET WS-FIM-TEDENT TO TRUE
              NOT AT END
                 IF ENT-E-DETALHE
                    ADD 1 TO WS-QTD-CONFERIDAS
                    ADD ENT-VALOR TO WS-HASH-CONFERIDO
                 END-IF
                 IF ENT-E-TRAILER
                    SET WS-TEM-TRAILER TO TRUE
                    MOVE ENT-QTD-DETALHES TO WS-TRL-QTD-DETALHES
                    MOVE ENT-HASH-VALOR   TO WS-TRL-HASH-VALOR
                 END-IF
           END-READ.

       2000-PROCESSAR-LOTE.
           PERFORM 2100-LER-PROXIMA-TED.
           PERFORM 2200-TRATAR-TED
              UNTIL WS-FIM-TEDENT.

       2100-LER-PROXIMA-TED.
           READ TEDENT
              AT END
                 SET WS-FIM-TEDENT TO TRUE
           END-READ.

       2200-TRATAR-TED.
           IF ENT-E-DETALHE
              PERFORM 2250-CREDITAR-TED
           END-IF.
           PERFORM 2100-LER-PROXIMA-TED.

       2250-CREDITAR-TED.
           ADD 1 TO WS-QTD-LIDAS.
           SET WS-CREDITO-ACEITO TO TRUE.
           MOVE SPACES TO WS-CODIGO-MOTIVO WS-MOTIVO-RECUSA.
           PERFORM 2300-VALIDAR-FAVORECIDO.
           IF WS-CREDITO-ACEITO
              PERFORM 2400-CREDITAR-CONTA
              ADD 1 TO WS-QTD-CREDITADAS
              ADD ENT-VALOR TO WS-TOTAL-CREDITADO
           ELSE
              PERFORM 2600-GRAVAR-DEVOLUCAO
           END-IF.

      *    CONTA ENCERRADA E EXCLUIDA DO CONTAS NO ENCERRAMENTO,
      *    POR ISSO CAI JUNTO COM A INEXISTENTE NO MOTIVO 01
       2300-VALIDAR-FAVORECIDO.
           MOVE ENT-CONTA-DESTINO TO XREF-CONTA-NUMERO OF
                                     WS-CONTA-REC.
           READ CONTAS
              INVALID KEY
                 MOVE '01' TO WS-CODIGO-MOTIVO
                 MOVE 'CONTA INEXISTENTE OU ENCERRADA' TO
                      WS-MOTIVO-RECUSA
                 SET WS-CREDITO-RECUSADO TO TRUE
              NOT INVALID KEY
                 PERFORM 2350-VALIDAR-TITULAR
           END-READ.

       2350-VALIDAR-TITULAR.
           MOVE XREF-CLIENTE-NUMERO OF WS-CONTA-REC TO CLI-NUMERO.
           READ CLIMEST
              INVALID KEY
                 MOVE ZERO TO CLI-CPF
           END-READ.
           IF CLI-CPF NOT = ENT-CPF-FAVORECIDO
              MOVE '02' TO WS-CODIGO-MOTIVO
              MOVE 'CPF NAO CONFERE COM O TITULAR' TO
                   WS-MOTIVO-RECUSA
              SET WS-CREDITO-RECUSADO TO TRUE
           END-IF.

       2400-CREDITAR-CONTA.
           COMPUTE WS-SALDO-NOVO = CONTA-SALDO + ENT-VALOR.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.
           PERFORM 2500-GRAVAR-DIARIO.
           REWRITE WS-CONTA-REC.

       2500-GRAVAR-DIARIO.
           MOVE ENT-CONTA-DESTINO TO DIARIO-CONTA.
           MOVE 'I'              TO DIARIO-TIPO.
           MOVE ENT-VALOR        TO DIARIO-VALOR.
           MOVE WS-SALDO-NOVO    TO DIARIO-SALDO.
           MOVE WS-DATA-MOVIMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE ENT-ID-TED       TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'TEDRECB' TO DIARIO-TERMINAL.
           MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
           MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
           SET WS-DIARIO-REPETIR TO TRUE.
           MOVE ZERO TO WS-DIARIO-TENTATIVAS.
           PERFORM 2545-TENTAR-GRAVAR-DIARIO
              UNTIL NOT WS-DIARIO-REPETIR.
           IF WS-DIARIO-RECUSADO
              PERFORM 9900-INTERROMPER-DIARIO
           END-IF.

       2545-TENTAR-GRAVAR-DIARIO.
           ADD 1 TO WS-DIARIO-TENTATIVAS.
           PERFORM 2550-OBTER-NSU.
           IF WS-NSU-INDISPONIVEL
              SET WS-DIARIO-RECUSADO TO TRUE
           ELSE
              WRITE WS-DIARIO-REC
                 INVALID KEY
                    IF NOT WS-DIARIO-NSU-DUPLICADO
                       OR WS-DIARIO-TENTATIVAS NOT LESS THAN 10
                       SET WS-DIARIO-RECUSADO TO TRUE
                    END-IF
                 NOT INVALID KEY
                    SET WS-DIARIO-GRAVADO TO TRUE
              END-WRITE
              IF WS-DIARIO-ERRO-IO
                 SET WS-DIARIO-RECUSADO TO TRUE
              END-IF
           END-IF.

       2550-OBTER-NSU.
           SET WS-NSU-INDISPONIVEL TO TRUE.
           MOVE ZERO TO WS-NSU-TENTATIVAS.
           PERFORM 2555-ABRIR-NSUCTL
              UNTIL WS-NSU-OBTIDO
                 OR WS-NSU-TENTATIVAS NOT LESS THAN 500.
           IF WS-NSU-OBTIDO
              READ NSUCTL
                 AT END
                    INITIALIZE WS-NSUCTL-REC
              END-READ
              ADD 1 TO NSU-ULTIMO
              ACCEPT NSU-DATA-ATUALIZACAO FROM DATE YYYYMMDD
              ACCEPT NSU-HORA-ATUALIZACAO FROM TIME
              REWRITE WS-NSUCTL-REC
              CLOSE NSUCTL
              MOVE NSU-ULTIMO TO DIARIO-NSU
           END-IF.

       2555-ABRIR-NSUCTL.
           ADD 1 TO WS-NSU-TENTATIVAS.
           OPEN I-O NSUCTL.
           IF WS-NSUCTL-STATUS = '35'
              CLOSE NSUCTL
              OPEN OUTPUT NSUCTL
              INITIALIZE WS-NSUCTL-REC
              WRITE WS-NSUCTL-REC
              CLOSE NSUCTL
              OPEN I-O NSUCTL
           END-IF.
           EVALUATE TRUE
              WHEN WS-NSUCTL-STATUS = '00'
                 SET WS-NSU-OBTIDO TO TRUE
              WHEN WS-NSUCTL-OCUPADO
                 CONTINUE
              WHEN OTHER
                 MOVE 500 TO WS-NSU-TENTATIVAS
           END-EVALUATE.

       2600-GRAVAR-DEVOLUCAO.
           MOVE ENT-ID-TED         TO DET-ID-TED.
           MOVE ENT-BANCO-ORIGEM   TO DET-BANCO-ORIGEM.
           MOVE ENT-AGENCIA-ORIGEM TO DET-AGENCIA-ORIGEM.
           MOVE ENT-CONTA-ORIGEM   TO DET-CONTA-ORIGEM.
           MOVE ENT-CPF-REMETENTE  TO DET-CPF-REMETENTE.
           MOVE ENT-VALOR          TO DET-VALOR.
           MOVE WS-CODIGO-MOTIVO   TO DET-CODIGO-MOTIVO.
           MOVE WS-MOTIVO-RECUSA   TO DET-MOTIVO.
           WRITE WS-TEDDEV-REC FROM WS-DEV-DETALHE.
           ADD 1 TO WS-QTD-DEVOLVIDAS.
           ADD ENT-VALOR TO WS-HASH-DEVOLVIDO.
           DISPLAY 'TEDRECB - TED DEVOLVIDA: ' ENT-ID-TED ' '
                   WS-MOTIVO-RECUSA.

       3000-GRAVAR-TRAILER.
           MOVE WS-QTD-DEVOLVIDAS TO TRL-QTD-DETALHES.
           MOVE WS-HASH-DEVOLVIDO TO TRL-HASH-VALOR.
           WRITE WS-TEDDEV-REC FROM WS-DEV-TRAILER.

       3100-BAIXAR-LOTE.
           OPEN I-O TEDCTL.
           MOVE 'N' TO WS-FIM-TEDCTL-SW.
           MOVE 'N' TO WS-LOTE-LOCALIZADO-SW.
           PERFORM 1160-LER-PROXIMO-CONTROLE
              UNTIL WS-FIM-TEDCTL.
           IF WS-LOTE-LOCALIZADO
              MOVE WS-QTD-CREDITADAS TO TEDC-QTD-ACEITAS
              MOVE WS-QTD-DEVOLVIDAS TO TEDC-QTD-RECUSADAS
              MOVE WS-DATA-MOVIMENTO TO TEDC-DATA-RETORNO
              SET TEDC-PROCESSADA TO TRUE
              REWRITE WS-TEDCTL-REC
           ELSE
              DISPLAY 'TEDRECB - LOTE NAO ENCONTRADO NO TEDCTL'
           END-IF.
           CLOSE TEDCTL.

       9000-FINALIZAR.
           CLOSE TEDENT.
           CLOSE TEDDEV.
           CLOSE CONTAS.
           CLOSE CLIMEST.
           CLOSE DIARIO.
           IF WS-QTD-DEVOLVIDAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'TEDRECB - DATA MOVIMENTO.: ' WS-DATA-MOVIMENTO.
           DISPLAY 'TEDRECB - TEDS LIDAS.....: ' WS-QTD-LIDAS.
           DISPLAY 'TEDRECB - CREDITADAS.....: ' WS-QTD-CREDITADAS.
           DISPLAY 'TEDRECB - DEVOLVIDAS.....: ' WS-QTD-DEVOLVIDAS.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'TEDRECB' TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'TEDRECB - CONTROLE DE EXECUCAO NAO '
                         'ENCONTRADO'
              NOT INVALID KEY
                 PERFORM 9850-ATUALIZAR-EXECUCAO
           END-READ.
           CLOSE EXECCTL.

       9850-ATUALIZAR-EXECUCAO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO EXEC-RETORNO.
           IF RETURN-CODE > 4
              SET EXEC-COM-ERRO TO TRUE
           ELSE
              SET EXEC-CONCLUIDO TO TRUE
           END-IF.
           ADD WS-QTD-LIDAS      TO EXEC-QTD-LIDOS.
           ADD WS-QTD-CREDITADAS TO EXEC-QTD-PROCESSADOS.
           ADD WS-QTD-DEVOLVIDAS TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *    FALHA NA GRAVACAO DO DIARIO: A CONTA DO MOVIMENTO CORRENTE
      *    NAO FOI ATUALIZADA; O PROCESSAMENTO PARA COM RC=8
       9900-INTERROMPER-DIARIO.
           DISPLAY 'TEDRECB - ERRO AO GRAVAR O DIARIO - CONTA '
                   DIARIO-CONTA ' NSU ' DIARIO-NSU
                   ' STATUS ' WS-DIARIO-STATUS ' ' WS-NSUCTL-STATUS.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.
