       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDRET.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: PROCESSAMENTO DO RETORNO DA COMPENSACAO SOBRE
      *==           A REMESSA DE TED GERADA PELO TEDREM.  LE O
      *==           ARQUIVO DE RETORNO (TEDRETN: HEADER TIPO 1 COM
      *==           O NUMERO DA REMESSA, UM DETALHE TIPO 2 POR TED
      *==           ACEITA OU RECUSADA COM O MOTIVO, TRAILER TIPO 3
      *==           COM CONTAGEM E TOTAL HASH DO VALOR), CONFERE O
      *==           TRAILER E A REMESSA NO CONTROLE TEDCTL, E
      *==           ATUALIZA OS PEDIDOS DO TEDPEND: A TED ACEITA
      *==           FICA LIQUIDADA; A RECUSADA E DEVOLVIDA A CONTA
      *==           DE ORIGEM, COM CREDITO NO CONTAS E MOVIMENTO
      *==           'F' NO DIARIO (CONTRAPARTIDA = NUMERO DA TED).
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL TEDRET, FORA
      *==           DA CADEIA NOTURNA, UM JOB POR RETORNO RECEBIDO.
      *==           A DATA VEM DE SYSIN (AAAAMMDD; 00000000 = DATA
      *==           DE MOVIMENTO DO CONTROLE DATAMOV).  RETORNO SEM
      *==           HEADER OU TRAILER, COM CONTAGEM OU HASH QUE NAO
      *==           CONFERE, DE REMESSA DESCONHECIDA OU JA
      *==           PROCESSADA E RECUSADO COM RETURN-CODE 8 SEM
      *==           ALTERAR NADA.  TED SEM RETORNO, COM VALOR
      *==           DIVERGENTE, RECUSADA DE CONTA QUE NAO EXISTE
      *==           MAIS OU RETORNO DE TED QUE NAO ESTA NA REMESSA
      *==           FICAM COMO EXCECAO PARA TRATAMENTO MANUAL (A
      *==           TED CONTINUA ENVIADA) E O PROGRAMA TERMINA COM
      *==           RETURN-CODE 4.  O TEDPEND E REGRAVADO EM TEDNOV
      *==           E O PASSO SEGUINTE DO JCL SUBSTITUI O TEDPEND
      *==           PELO TEDNOV.
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
           SELECT TEDRETN ASSIGN TO "TEDRETN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDRETN-STATUS.

           SELECT TEDCTL ASSIGN TO "TEDCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDCTL-STATUS.

           SELECT TEDPEND ASSIGN TO "TEDPEND"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDPEND-STATUS.

           SELECT TEDNOV ASSIGN TO "TEDNOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDNOV-STATUS.

           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CONTA-NUMERO OF WS-CONTA-REC
               FILE STATUS IS WS-CONTAS-STATUS.

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
       FD  TEDRETN.
       01  WS-TEDRETN-REC.
           05  RTN-TIPO-REG            PIC X(01).
               88  RTN-E-HEADER        VALUE '1'.
               88  RTN-E-DETALHE       VALUE '2'.
               88  RTN-E-TRAILER       VALUE '3'.
           05  RTN-DETALHE.
               10  RTN-NUMERO-TED      PIC 9(10).
               10  RTN-VALOR           PIC 9(13)V99.
               10  RTN-SITUACAO        PIC X(01).
                   88  RTN-ACEITA      VALUE 'A'.
                   88  RTN-RECUSADA    VALUE 'R'.
               10  RTN-CODIGO-MOTIVO   PIC X(02).
               10  RTN-MOTIVO          PIC X(30).
               10  FILLER              PIC X(91).
           05  RTN-HEADER REDEFINES RTN-DETALHE.
               10  RTN-BANCO           PIC 9(03).
               10  RTN-NUMERO-REMESSA  PIC 9(06).
               10  RTN-DATA-RETORNO    PIC 9(08).
               10  FILLER              PIC X(132).
           05  RTN-TRAILER REDEFINES RTN-DETALHE.
               10  RTN-QTD-DETALHES    PIC 9(09).
               10  RTN-HASH-VALOR      PIC 9(15)V99.
               10  FILLER              PIC X(123).

       FD  TEDCTL.
       01  WS-TEDCTL-REC.
           COPY CXTEDCTL.

       FD  TEDPEND.
       01  WS-TEDPEND-REC.
           COPY CXTED.

       FD  TEDNOV.
       01  WS-TEDNOV-REC              PIC X(137).

       FD  CONTAS.
       01  WS-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

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

       77  WS-TEDRETN-STATUS   PIC X(02).
       77  WS-TEDCTL-STATUS    PIC X(02).
       77  WS-TEDPEND-STATUS   PIC X(02).
       77  WS-TEDNOV-STATUS    PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
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

       77  WS-NUMERO-REMESSA   PIC 9(06) VALUE ZERO.
       77  WS-DATA-RETORNO     PIC 9(08) VALUE ZERO.

       77  WS-FIM-TEDRETN-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-TEDRETN          VALUE 'S'.
       77  WS-FIM-TEDPEND-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-TEDPEND          VALUE 'S'.
       77  WS-FIM-TEDCTL-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-TEDCTL           VALUE 'S'.
       77  WS-REMESSA-LOCALIZADA-SW PIC X(01) VALUE 'N'.
           88  WS-REMESSA-LOCALIZADA   VALUE 'S'.
       77  WS-TEM-TRAILER-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-TRAILER          VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-RETORNO-ACHADO-SW PIC X(01) VALUE 'N'.
           88  WS-RETORNO-ACHADO       VALUE 'S'.

       77  WS-SALDO-NOVO       PIC 9(10)V99 VALUE ZERO.

       77  WS-TRL-QTD-DETALHES PIC 9(09) VALUE ZERO.
       77  WS-TRL-HASH-VALOR   PIC 9(15)V99 VALUE ZERO.
       77  WS-QTD-RETORNOS     PIC 9(04) VALUE ZERO.
       77  WS-HASH-RETORNOS    PIC 9(15)V99 VALUE ZERO.

       77  WS-QTD-LIDOS        PIC 9(09) VALUE ZERO.
       77  WS-QTD-LIQUIDADAS   PIC 9(09) VALUE ZERO.
       77  WS-QTD-DEVOLVIDAS   PIC 9(09) VALUE ZERO.
       77  WS-QTD-EXCECOES     PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-DEVOLVIDO  PIC 9(15)V99 VALUE ZERO.

      *    DETALHES DO RETORNO, CARREGADOS ANTES DE ALTERAR O
      *    TEDPEND PARA CONFERIR O TRAILER
       01  WS-RET-TAB-AREA.
           05  RET-ENTRY OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-QTD-RETORNOS
                         INDEXED BY WS-RDX.
               10  TABR-NUMERO-TED      PIC 9(10).
               10  TABR-VALOR           PIC 9(13)V99.
               10  TABR-SITUACAO        PIC X(01).
               10  TABR-MOTIVO          PIC X(30).
               10  TABR-USADO           PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-PEDIDOS.
           PERFORM 3000-RELATAR-SEM-PEDIDO.
           PERFORM 3100-BAIXAR-REMESSA.
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
           PERFORM 1100-LER-HEADER-RETORNO.
           PERFORM 1150-VERIFICAR-REMESSA.
           PERFORM 1300-CARREGAR-RETORNOS.
           PERFORM 1200-MARCAR-EM-PROCESSAMENTO.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           OPEN INPUT TEDPEND.
           IF WS-TEDPEND-STATUS NOT = '00'
              SET WS-FIM-TEDPEND TO TRUE
           END-IF.
           OPEN OUTPUT TEDNOV.
           OPEN I-O CONTAS.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.

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
              DISPLAY 'TEDRET - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
           END-IF.

      *    EXECUCOES DO MESMO DIA (UMA POR RETORNO) ACUMULAM AS
      *    QUANTIDADES NO MESMO REGISTRO DE CONTROLE
       1030-CONTROLAR-EXECUCAO.
           OPEN I-O EXECCTL.
           IF WS-EXECCTL-STATUS = '35'
              CLOSE EXECCTL
              OPEN OUTPUT EXECCTL
              CLOSE EXECCTL
              OPEN I-O EXECCTL
           END-IF.
           MOVE 'TEDRET' TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'TEDRET' TO EXEC-JOB
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

       1040-RECUSAR-RETORNO.
           CLOSE TEDRETN.
           DISPLAY 'TEDRET - RETORNO RECUSADO - NENHUMA TED '
                   'ATUALIZADA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1100-LER-HEADER-RETORNO.
           OPEN INPUT TEDRETN.
           IF WS-TEDRETN-STATUS NOT = '00'
              DISPLAY 'TEDRET - ARQUIVO DE RETORNO TEDRETN AUSENTE'
              PERFORM 1040-RECUSAR-RETORNO
           END-IF.
           READ TEDRETN
              AT END
                 MOVE SPACE TO RTN-TIPO-REG
           END-READ.
           IF NOT RTN-E-HEADER
              DISPLAY 'TEDRET - RETORNO SEM HEADER DE '
                      'IDENTIFICACAO (TIPO 1)'
              PERFORM 1040-RECUSAR-RETORNO
           END-IF.
           MOVE RTN-NUMERO-REMESSA TO WS-NUMERO-REMESSA.
           MOVE RTN-DATA-RETORNO   TO WS-DATA-RETORNO.
           DISPLAY 'TEDRET - REMESSA.........: ' WS-NUMERO-REMESSA.
           DISPLAY 'TEDRET - DATA DO RETORNO.: ' WS-DATA-RETORNO.

       1150-VERIFICAR-REMESSA.
           OPEN INPUT TEDCTL.
           IF WS-TEDCTL-STATUS = '00'
              PERFORM 1160-LER-PROXIMO-CONTROLE
                 UNTIL WS-FIM-TEDCTL
              CLOSE TEDCTL
           END-IF.
           IF NOT WS-REMESSA-LOCALIZADA
              DISPLAY 'TEDRET - REMESSA NAO ENCONTRADA NO TEDCTL'
              PERFORM 1040-RECUSAR-RETORNO
           END-IF.
           IF TEDC-PROCESSADA
              DISPLAY 'TEDRET - RETORNO DA REMESSA JA PROCESSADO '
                      'EM ' TEDC-DATA-RETORNO
              PERFORM 1040-RECUSAR-RETORNO
           END-IF.
           IF TEDC-EM-PROCESSAMENTO
              DISPLAY 'TEDRET - PROCESSAMENTO DO RETORNO '
                      'INTERROMPIDO EM ' TEDC-DATA-RETORNO
              DISPLAY 'TEDRET - CONFERIR AS DEVOLUCOES F DO DIARIO '
                      'E O TEDPEND ANTES DE LIBERAR NO TEDCTL'
              PERFORM 1040-RECUSAR-RETORNO
           END-IF.

       1160-LER-PROXIMO-CONTROLE.
           READ TEDCTL
              AT END
                 SET WS-FIM-TEDCTL TO TRUE
              NOT AT END
                 IF TEDC-REMESSA
                    AND TEDC-NUMERO = WS-NUMERO-REMESSA
                    SET WS-REMESSA-LOCALIZADA TO TRUE
                    SET WS-FIM-TEDCTL TO TRUE
                 END-IF
           END-READ.

       1200-MARCAR-EM-PROCESSAMENTO.
           PERFORM 1250-LOCALIZAR-CONTROLE.
           SET TEDC-EM-PROCESSAMENTO TO TRUE.
           MOVE WS-DATA-MOVIMENTO TO TEDC-DATA-RETORNO.
           REWRITE WS-TEDCTL-REC.
           CLOSE TEDCTL.

       1250-LOCALIZAR-CONTROLE.
           OPEN I-O TEDCTL.
           MOVE 'N' TO WS-FIM-TEDCTL-SW.
           MOVE 'N' TO WS-REMESSA-LOCALIZADA-SW.
           PERFORM 1160-LER-PROXIMO-CONTROLE
              UNTIL WS-FIM-TEDCTL.

      *    LE TODOS OS DETALHES E CONFERE COM O TRAILER ANTES DE
      *    TOCAR EM QUALQUER CONTA
       1300-CARREGAR-RETORNOS.
           PERFORM 1350-LER-PROXIMO-RETORNO
              UNTIL WS-FIM-TEDRETN.
           CLOSE TEDRETN.
           IF NOT WS-TEM-TRAILER
              DISPLAY 'TEDRET - RETORNO SEM TRAILER (TIPO 3)'
              PERFORM 1040-RECUSAR-RETORNO
           END-IF.
           IF WS-TRL-QTD-DETALHES NOT = WS-QTD-RETORNOS
              OR WS-TRL-HASH-VALOR NOT = WS-HASH-RETORNOS
              DISPLAY 'TEDRET - TRAILER NAO CONFERE - DETALHES '
                      WS-QTD-RETORNOS ' TRAILER '
                      WS-TRL-QTD-DETALHES
              DISPLAY 'TEDRET - HASH APURADO ' WS-HASH-RETORNOS
                      ' TRAILER ' WS-TRL-HASH-VALOR
              PERFORM 1040-RECUSAR-RETORNO
           END-IF.

       1350-LER-PROXIMO-RETORNO.
           READ TEDRETN
              AT END
                 SET WS-FIM-TEDRETN TO TRUE
              NOT AT END
                 IF RTN-E-DETALHE
                    PERFORM 1370-GUARDAR-RETORNO
                 END-IF
                 IF RTN-E-TRAILER
                    SET WS-TEM-TRAILER TO TRUE
                    MOVE RTN-QTD-DETALHES TO WS-TRL-QTD-DETALHES
                    MOVE RTN-HASH-VALOR   TO WS-TRL-HASH-VALOR
                 END-IF
           END-READ.

       1370-GUARDAR-RETORNO.
           IF WS-QTD-RETORNOS NOT < 5000
              DISPLAY 'TEDRET - TABELA DE RETORNOS CHEIA'
              PERFORM 1040-RECUSAR-RETORNO
           END-IF.
           ADD 1 TO WS-QTD-RETORNOS.
           SET WS-RDX TO WS-QTD-RETORNOS.
           MOVE RTN-NUMERO-TED TO TABR-NUMERO-TED(WS-RDX).
           MOVE RTN-VALOR      TO TABR-VALOR(WS-RDX).
           MOVE RTN-SITUACAO   TO TABR-SITUACAO(WS-RDX).
           MOVE RTN-MOTIVO     TO TABR-MOTIVO(WS-RDX).
           MOVE 'N'            TO TABR-USADO(WS-RDX).
           ADD RTN-VALOR TO WS-HASH-RETORNOS.

       2000-PROCESSAR-PEDIDOS.
           PERFORM 2100-LER-PROXIMO-PEDIDO.
           PERFORM 2200-TRATAR-PEDIDO
              UNTIL WS-FIM-TEDPEND.

       2100-LER-PROXIMO-PEDIDO.
           READ TEDPEND
              AT END
                 SET WS-FIM-TEDPEND TO TRUE
           END-READ.

       2200-TRATAR-PEDIDO.
           ADD 1 TO WS-QTD-LIDOS.
           IF TED-ENVIADA
              AND TED-NUMERO-REMESSA = WS-NUMERO-REMESSA
              PERFORM 2300-LOCALIZAR-RETORNO
              IF WS-RETORNO-ACHADO
                 PERFORM 2250-APLICAR-RETORNO
              ELSE
                 ADD 1 TO WS-QTD-EXCECOES
                 DISPLAY 'TEDRET - TED SEM RETORNO: ' TED-NUMERO
              END-IF
           END-IF.
           WRITE WS-TEDNOV-REC FROM WS-TEDPEND-REC.
           PERFORM 2100-LER-PROXIMO-PEDIDO.

       2250-APLICAR-RETORNO.
           IF TABR-VALOR(WS-RDX) NOT = TED-VALOR
              ADD 1 TO WS-QTD-EXCECOES
              DISPLAY 'TEDRET - VALOR DIVERGENTE NO RETORNO: '
                      TED-NUMERO
           ELSE
              IF TABR-SITUACAO(WS-RDX) = 'A'
                 SET TED-LIQUIDADA TO TRUE
                 MOVE WS-DATA-MOVIMENTO TO TED-DATA-RETORNO
                 MOVE SPACES TO TED-MOTIVO
                 ADD 1 TO WS-QTD-LIQUIDADAS
              ELSE
                 PERFORM 2400-DEVOLVER-TED
              END-IF
           END-IF.

       2300-LOCALIZAR-RETORNO.
           MOVE 'N' TO WS-RETORNO-ACHADO-SW.
           IF WS-QTD-RETORNOS > ZERO
              SET WS-RDX TO 1
              SEARCH RET-ENTRY
                 AT END
                    CONTINUE
                 WHEN TABR-NUMERO-TED(WS-RDX) = TED-NUMERO
                    AND TABR-USADO(WS-RDX) = 'N'
                    SET WS-RETORNO-ACHADO TO TRUE
                    MOVE 'S' TO TABR-USADO(WS-RDX)
              END-SEARCH
           END-IF.

       2400-DEVOLVER-TED.
           MOVE TED-CONTA-ORIGEM TO XREF-CONTA-NUMERO OF
                                    WS-CONTA-REC.
           READ CONTAS
              INVALID KEY
                 ADD 1 TO WS-QTD-EXCECOES
                 DISPLAY 'TEDRET - TED RECUSADA DE CONTA '
                         'INEXISTENTE: ' TED-NUMERO ' CONTA '
                         TED-CONTA-ORIGEM
              NOT INVALID KEY
                 PERFORM 2450-CREDITAR-DEVOLUCAO
           END-READ.

       2450-CREDITAR-DEVOLUCAO.
           COMPUTE WS-SALDO-NOVO = CONTA-SALDO + TED-VALOR.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.
           PERFORM 2500-GRAVAR-DIARIO.
           REWRITE WS-CONTA-REC.
           SET TED-DEVOLVIDA TO TRUE.
           MOVE WS-DATA-MOVIMENTO   TO TED-DATA-RETORNO.
           MOVE TABR-MOTIVO(WS-RDX) TO TED-MOTIVO.
           ADD 1 TO WS-QTD-DEVOLVIDAS.
           ADD TED-VALOR TO WS-TOTAL-DEVOLVIDO.

       2500-GRAVAR-DIARIO.
           MOVE TED-CONTA-ORIGEM TO DIARIO-CONTA.
           MOVE 'F'              TO DIARIO-TIPO.
           MOVE TED-VALOR        TO DIARIO-VALOR.
           MOVE WS-SALDO-NOVO    TO DIARIO-SALDO.
           MOVE WS-DATA-MOVIMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE TED-NUMERO       TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'TEDRET' TO DIARIO-TERMINAL.
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

       3000-RELATAR-SEM-PEDIDO.
           IF WS-QTD-RETORNOS > ZERO
              PERFORM 3050-VERIFICAR-RETORNO-USADO
                 VARYING WS-RDX FROM 1 BY 1
                 UNTIL WS-RDX > WS-QTD-RETORNOS
           END-IF.

       3050-VERIFICAR-RETORNO-USADO.
           IF TABR-USADO(WS-RDX) NOT = 'S'
              ADD 1 TO WS-QTD-EXCECOES
              DISPLAY 'TEDRET - RETORNO SEM TED ENVIADA NA '
                      'REMESSA: ' TABR-NUMERO-TED(WS-RDX)
           END-IF.

       3100-BAIXAR-REMESSA.
           PERFORM 1250-LOCALIZAR-CONTROLE.
           IF WS-REMESSA-LOCALIZADA
              MOVE WS-QTD-LIQUIDADAS TO TEDC-QTD-ACEITAS
              MOVE WS-QTD-DEVOLVIDAS TO TEDC-QTD-RECUSADAS
              MOVE WS-DATA-MOVIMENTO TO TEDC-DATA-RETORNO
              SET TEDC-PROCESSADA TO TRUE
              REWRITE WS-TEDCTL-REC
           ELSE
              DISPLAY 'TEDRET - REMESSA NAO ENCONTRADA NO TEDCTL'
           END-IF.
           CLOSE TEDCTL.

       9000-FINALIZAR.
           CLOSE TEDPEND.
           CLOSE TEDNOV.
           CLOSE CONTAS.
           CLOSE DIARIO.
           IF WS-QTD-EXCECOES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'TEDRET - DATA MOVIMENTO..: ' WS-DATA-MOVIMENTO.
           DISPLAY 'TEDRET - RETORNOS LIDOS..: ' WS-QTD-RETORNOS.
           DISPLAY 'TEDRET - LIQUIDADAS......: ' WS-QTD-LIQUIDADAS.
           DISPLAY 'TEDRET - DEVOLVIDAS......: ' WS-QTD-DEVOLVIDAS.
           DISPLAY 'TEDRET - EXCECOES........: ' WS-QTD-EXCECOES.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'TEDRET' TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'TEDRET - CONTROLE DE EXECUCAO NAO '
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
           ADD WS-QTD-RETORNOS   TO EXEC-QTD-LIDOS.
           ADD WS-QTD-LIQUIDADAS TO EXEC-QTD-PROCESSADOS.
           ADD WS-QTD-DEVOLVIDAS TO EXEC-QTD-PROCESSADOS.
           ADD WS-QTD-EXCECOES   TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *    FALHA NA GRAVACAO DO DIARIO: A CONTA DO MOVIMENTO CORRENTE
      *    NAO FOI ATUALIZADA; O PROCESSAMENTO PARA COM RC=8
       9900-INTERROMPER-DIARIO.
           DISPLAY 'TEDRET - ERRO AO GRAVAR O DIARIO - CONTA '
                   DIARIO-CONTA ' NSU ' DIARIO-NSU
                   ' STATUS ' WS-DIARIO-STATUS ' ' WS-NSUCTL-STATUS.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.
