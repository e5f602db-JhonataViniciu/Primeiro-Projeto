      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-09-02 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      CADA MOVIMENTO GRAVADO NO DIARIO LEVA O
      *==                    NSU OBTIDO NO CONTROLE NSUCTL (COPYBOOK
      *==                    CXNSU)
      *== 2026-10-15 JV      NOME DO PROGRAMA GRAVADO COMO TERMINAL
      *==                    DE ORIGEM DO MOVIMENTO NO DIARIO
      *== 2026-10-15 JV      REMESSA PASSA A TER HEADER (TIPO 1) COM
      *==                    CONVENIO E NUMERO DA REMESSA, REGISTRADA
      *==                    NO CONTROLE CONVCTL (COPYBOOK CXCNVCTL)
      *==                    ANTES DOS DEBITOS; REMESSA JA REGISTRADA
      *==                    E RECUSADA SEM DEBITAR NADA.  O HEADER
      *==                    DO CONVRET DEVOLVE CONVENIO E NUMERO
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES
      *==                    ACUMULADAS DAS REMESSAS DA DATA
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
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONVREM-STATUS.

           SELECT CONVCTL ASSIGN TO "CONVCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONVCTL-STATUS.

           SELECT CONVRET ASSIGN TO "CONVRET"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
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

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVREM.
       01  WS-CONVREM-REC.
           05  REM-TIPO-REG            PIC X(01).
               88  REM-E-HEADER        VALUE '1'.
               88  REM-E-DETALHE       VALUE '2'.
           05  REM-DETALHE.
               10  REM-CONTA           PIC 9(10).
               10  REM-VALOR           PIC 9(10)V99.
               10  REM-DOCUMENTO       PIC X(20).
               10  REM-VENCIMENTO      PIC 9(08).
           05  REM-HEADER REDEFINES REM-DETALHE.
               10  REM-CONVENIO        PIC X(10).
               10  REM-NUMERO-REMESSA  PIC 9(06).
               10  REM-DATA-GERACAO    PIC 9(08).
               10  FILLER              PIC X(26).

       FD  CONVCTL.
       01  WS-CONVCTL-REC.
           COPY CXCNVCTL.

       FD  CONVRET.
       01  WS-CONVRET-REC             PIC X(80).
       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  NSUCTL.
       01  WS-NSUCTL-REC.
           COPY CXNSU.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       WORKING-STORAGE                 SECTION.

       77  WS-CONVREM-STATUS   PIC X(02).
       77  WS-CONVCTL-STATUS   PIC X(02).
       77  WS-CONVRET-STATUS   PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
           88  WS-DIARIO-NSU-DUPLICADO     VALUE '22'.
           88  WS-DIARIO-ERRO-IO           VALUE '30' THRU '99'.
       77  WS-NSUCTL-STATUS    PIC X(02).
           88  WS-NSUCTL-OCUPADO           VALUE '61' '90' THRU '99'.
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
       77  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.

       77  WS-CONVENIO         PIC X(10) VALUE SPACES.
       77  WS-NUMERO-REMESSA   PIC 9(06) VALUE ZERO.
       77  WS-DATA-GERACAO-REM PIC 9(08) VALUE ZERO.

       77  WS-FIM-CONVREM-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-CONVREM          VALUE 'S'.
       77  WS-FIM-CONVCTL-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-CONVCTL          VALUE 'S'.
       77  WS-REMESSA-LOCALIZADA-SW PIC X(01) VALUE 'N'.
           88  WS-REMESSA-LOCALIZADA   VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-DEBITO-SW        PIC X(01) VALUE 'S'.
           88  WS-DEBITO-ACEITO        VALUE 'S'.
           88  WS-DEBITO-RECUSADO      VALUE 'N'.
           05  HDR-DATA-PROCESSAMENTO  PIC 9(08).
           05  HDR-DATA-GERACAO        PIC 9(08).
           05  HDR-HORA-GERACAO        PIC 9(06).
           05  HDR-CONVENIO            PIC X(10).
           05  HDR-NUMERO-REMESSA      PIC 9(06).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-RET-DETALHE.
           05  DET-TIPO-REG            PIC X(01) VALUE '2'.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-REMESSA.
           PERFORM 3000-GRAVAR-TRAILER.
           PERFORM 3100-BAIXAR-REMESSA.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           ELSE
              ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1100-LER-HEADER-REMESSA.
           PERFORM 1150-VERIFICAR-REMESSA.
           PERFORM 1200-REGISTRAR-REMESSA.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           OPEN OUTPUT CONVRET.
           OPEN I-O CONTAS.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           MOVE WS-DATA-PROCESSAMENTO TO HDR-DATA-PROCESSAMENTO.
           MOVE WS-CONVENIO           TO HDR-CONVENIO.
           MOVE WS-NUMERO-REMESSA     TO HDR-NUMERO-REMESSA.
           ACCEPT HDR-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT HDR-HORA-GERACAO FROM TIME.
           WRITE WS-CONVRET-REC FROM WS-RET-HEADER.

      *    EXECUCOES DO MESMO DIA (UMA POR REMESSA) ACUMULAM AS
      *    QUANTIDADES NO MESMO REGISTRO DE CONTROLE
       1030-CONTROLAR-EXECUCAO.
           OPEN I-O EXECCTL.
           IF WS-EXECCTL-STATUS = '35'
              CLOSE EXECCTL
              OPEN OUTPUT EXECCTL
              CLOSE EXECCTL
              OPEN I-O EXECCTL
           END-IF.
           MOVE 'CONVDEB' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'CONVDEB' TO EXEC-JOB
              MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO
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

       1040-RECUSAR-REMESSA.
           CLOSE CONVREM.
           DISPLAY 'CONVDEB - REMESSA RECUSADA - NENHUM DEBITO '
                   'EFETUADO'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1100-LER-HEADER-REMESSA.
           OPEN INPUT CONVREM.
           IF WS-CONVREM-STATUS NOT = '00'
              DISPLAY 'CONVDEB - ARQUIVO DE REMESSA CONVREM AUSENTE'
              PERFORM 1040-RECUSAR-REMESSA
           END-IF.
           READ CONVREM
              AT END
                 MOVE SPACE TO REM-TIPO-REG
           END-READ.
           IF NOT REM-E-HEADER
              DISPLAY 'CONVDEB - REMESSA SEM HEADER DE '
                      'IDENTIFICACAO (TIPO 1)'
              PERFORM 1040-RECUSAR-REMESSA
           END-IF.
           MOVE REM-CONVENIO       TO WS-CONVENIO.
           MOVE REM-NUMERO-REMESSA TO WS-NUMERO-REMESSA.
           MOVE REM-DATA-GERACAO   TO WS-DATA-GERACAO-REM.
           DISPLAY 'CONVDEB - CONVENIO.......: ' WS-CONVENIO.
           DISPLAY 'CONVDEB - REMESSA........: ' WS-NUMERO-REMESSA.

       1150-VERIFICAR-REMESSA.
           OPEN INPUT CONVCTL.
           IF WS-CONVCTL-STATUS = '00'
              PERFORM 1160-LER-PROXIMO-CONTROLE
                 UNTIL WS-FIM-CONVCTL
              IF WS-REMESSA-LOCALIZADA
                 PERFORM 1170-INFORMAR-REPETIDA
              END-IF
              CLOSE CONVCTL
           END-IF.
           IF WS-REMESSA-LOCALIZADA
              PERFORM 1040-RECUSAR-REMESSA
           END-IF.

       1160-LER-PROXIMO-CONTROLE.
           READ CONVCTL
              AT END
                 SET WS-FIM-CONVCTL TO TRUE
              NOT AT END
                 IF CNVC-CONVENIO = WS-CONVENIO
                    AND CNVC-NUMERO-REMESSA = WS-NUMERO-REMESSA
                    SET WS-REMESSA-LOCALIZADA TO TRUE
                    SET WS-FIM-CONVCTL TO TRUE
                 END-IF
           END-READ.

       1170-INFORMAR-REPETIDA.
           IF CNVC-PROCESSADA
              DISPLAY 'CONVDEB - REMESSA JA PROCESSADA EM '
                      CNVC-DATA-PROCESSAMENTO
           ELSE
              DISPLAY 'CONVDEB - PROCESSAMENTO DA REMESSA '
                      'INTERROMPIDO EM ' CNVC-DATA-PROCESSAMENTO
              DISPLAY 'CONVDEB - CONFERIR OS DEBITOS V DO DIARIO '
                      'ANTES DE LIBERAR NO CONVCTL'
           END-IF.

       1200-REGISTRAR-REMESSA.
           OPEN EXTEND CONVCTL.
           IF WS-CONVCTL-STATUS = '35'
              CLOSE CONVCTL
              OPEN OUTPUT CONVCTL
              CLOSE CONVCTL
              OPEN EXTEND CONVCTL
           END-IF.
           INITIALIZE WS-CONVCTL-REC.
           MOVE WS-CONVENIO           TO CNVC-CONVENIO.
           MOVE WS-NUMERO-REMESSA     TO CNVC-NUMERO-REMESSA.
           MOVE WS-DATA-GERACAO-REM   TO CNVC-DATA-GERACAO.
           MOVE WS-DATA-PROCESSAMENTO TO CNVC-DATA-PROCESSAMENTO.
           ACCEPT CNVC-HORA-PROCESSAMENTO FROM TIME.
           SET CNVC-EM-PROCESSAMENTO TO TRUE.
           WRITE WS-CONVCTL-REC.
           CLOSE CONVCTL.

       2000-PROCESSAR-REMESSA.
           PERFORM 2100-LER-PROXIMA-COBRANCA.
           PERFORM 2200-TRATAR-COBRANCA
           END-READ.

       2200-TRATAR-COBRANCA.
           IF REM-E-DETALHE
              PERFORM 2250-DEBITAR-COBRANCA
           END-IF.
           PERFORM 2100-LER-PROXIMA-COBRANCA.

       2250-DEBITAR-COBRANCA.
           ADD 1 TO WS-QTD-LIDAS.
           SET WS-DEBITO-ACEITO TO TRUE.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
              SET DET-E-RECUSADO TO TRUE
           END-IF.
           PERFORM 2600-GRAVAR-RETORNO.

       2300-VALIDAR-CONTA.
           MOVE REM-CONTA TO XREF-CONTA-NUMERO OF WS-CONTA-REC.
       2400-DEBITAR-CONTA.
           COMPUTE WS-SALDO-NOVO = CONTA-SALDO - REM-VALOR.
           MOVE WS-SALDO-NOVO TO CONTA-SALDO.
           PERFORM 2500-GRAVAR-DIARIO.
           REWRITE WS-CONTA-REC.

       2500-GRAVAR-DIARIO.
           MOVE REM-CONTA      TO DIARIO-CONTA.
           MOVE WS-DATA-PROCESSAMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE ZERO           TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'CONVDEB' TO DIARIO-TERMINAL.
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

       2600-GRAVAR-RETORNO.
           MOVE REM-CONTA        TO DET-CONTA.
           MOVE WS-HASH-VALOR    TO TRL-HASH-VALOR.
           WRITE WS-CONVRET-REC FROM WS-RET-TRAILER.

       3100-BAIXAR-REMESSA.
           OPEN I-O CONVCTL.
           MOVE 'N' TO WS-FIM-CONVCTL-SW.
           MOVE 'N' TO WS-REMESSA-LOCALIZADA-SW.
           PERFORM 1160-LER-PROXIMO-CONTROLE
              UNTIL WS-FIM-CONVCTL.
           IF WS-REMESSA-LOCALIZADA
              MOVE WS-QTD-LIDAS     TO CNVC-QTD-LIDAS
              MOVE WS-QTD-PAGAS     TO CNVC-QTD-PAGAS
              MOVE WS-QTD-RECUSADAS TO CNVC-QTD-RECUSADAS
              MOVE WS-TOTAL-PAGO    TO CNVC-TOTAL-PAGO
              SET CNVC-PROCESSADA TO TRUE
              REWRITE WS-CONVCTL-REC
           ELSE
              DISPLAY 'CONVDEB - REMESSA NAO ENCONTRADA NO CONVCTL'
           END-IF.
           CLOSE CONVCTL.

       9000-FINALIZAR.
           CLOSE CONVREM.
           CLOSE CONVRET.
           DISPLAY 'CONVDEB - COBRANCAS LIDAS: ' WS-QTD-LIDAS.
           DISPLAY 'CONVDEB - PAGAS..........: ' WS-QTD-PAGAS.
           DISPLAY 'CONVDEB - RECUSADAS......: ' WS-QTD-RECUSADAS.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'CONVDEB' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'CONVDEB - CONTROLE DE EXECUCAO NAO '
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
           ADD WS-QTD-LIDAS     TO EXEC-QTD-LIDOS.
           ADD WS-QTD-PAGAS     TO EXEC-QTD-PROCESSADOS.
           ADD WS-QTD-RECUSADAS TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *    FALHA NA GRAVACAO DO DIARIO: A CONTA DO MOVIMENTO CORRENTE
      *    NAO FOI ATUALIZADA; O PROCESSAMENTO PARA COM RC=8
       9900-INTERROMPER-DIARIO.
           DISPLAY 'CONVDEB - ERRO AO GRAVAR O DIARIO - CONTA '
                   DIARIO-CONTA ' NSU ' DIARIO-NSU
                   ' STATUS ' WS-DIARIO-STATUS ' ' WS-NSUCTL-STATUS.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.
