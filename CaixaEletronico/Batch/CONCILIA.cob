      *==           AS EXCECOES ENCONTRADAS.
      *== DATA: 08/08/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL CONCILIA,
      *==           AO FINAL DO DIA.  A DATA CONCILIADA E A DATA
      *==           DE MOVIMENTO DO CONTROLE DATAMOV E ENTRAM OS
      *==           REGISTROS DO DIARIO DATADOS DEPOIS DA DATA DE
      *==           MOVIMENTO ANTERIOR ATE ELA (INCLUI FIM DE
      *==           SEMANA E FERIADOS; O QUE O CAIXA GRAVAR APOS
      *==           A MEIA-NOITE FICA PARA O MOVIMENTO SEGUINTE).
      *==           GRAVA PONTOS DE CONTROLE
      *==           (CHECKPOINT) PERIODICAMENTE PARA PERMITIR
      *==           REINICIO SEM REPROCESSAR O DIARIO INTEIRO.
      *== HISTORICO DE ALTERACOES
      *== 2026-09-02 JV      ESTORNO DE CHEQUE DEVOLVIDO APOS A
      *==                    LIBERACAO (TIPO E) ACUMULADO COMO
      *==                    DEBITO
      *== 2026-10-15 JV      DATA DE PROCESSAMENTO PASSA A SER A
      *==                    DATA DE MOVIMENTO (DATAMOV), COM O
      *==                    DIARIO SELECIONADO DESDE A DATA DE
      *==                    MOVIMENTO ANTERIOR; NO REPROCESSAMENTO
      *==                    ENTRA TODO O DIARIO ARQUIVADO ATE A
      *==                    DATA INFORMADA
      *== 2026-10-15 JV      ESTORNO POR NSU (TIPO Z) ACUMULADO COMO
      *==                    DEBITO QUANDO ESTORNA UM CREDITO E
      *==                    COMO CREDITO QUANDO ESTORNA UM DEBITO
      *== 2026-10-15 JV      CREDITO DE EMPRESTIMO (TIPO P)
      *==                    ACUMULADO COMO CREDITO E DEBITO DE
      *==                    PARCELA DE EMPRESTIMO (TIPO Q) COMO
      *==                    DEBITO
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES,
      *==                    RECUSA EXECUTAR DE NOVO UMA DATA JA
      *==                    CONCLUIDA SEM DATA INFORMADA NO SYSIN E
      *==                    SO EXECUTA COM EFETAGEN, COMPCHEQ,
      *==                    TARIFMES, RENDMENS E COBREMP CONCLUIDOS
      *==                    NA DATA
      *== 2026-10-15 JV      TED ENVIADA (TIPO B) ACUMULADA COMO
      *==                    DEBITO; TED DEVOLVIDA (TIPO F) E TED
      *==                    RECEBIDA (TIPO I) COMO CREDITO
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV), LIDO NA ORDEM DO NSU; NO
      *==                    REPROCESSAMENTO A DATA ARQUIVADA E LIDA
      *==                    DO DD DIARQ (GERACAO DO GDG DE ARQUIVO
      *==                    DO DIARIO), NAO MAIS DO DD DIARIO
      *== 2026-10-15 JV      MOVIMENTO DATADO DEPOIS DA DATA
      *==                    CONCILIADA (CAIXA APOS A MEIA-NOITE)
      *==                    TOTALIZADO A PARTE POR CONTA E
      *==                    DESCONTADO DO CONTA-SALDO NA
      *==                    CONFERENCIA, NO SALDO DE ABERTURA
      *==                    ROLADO E NO FECHAMENTO DO SALDARQ;
      *==                    CHECKPOINT GUARDA ESSES TOTAIS
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT DIARQ ASSIGN TO "DIARQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIARQ-STATUS.

           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALDARQ-STATUS.

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
       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  DIARQ.
       01  WS-DIARQ-REC               PIC X(88).

       FD  CONTAS.
       01  WS-CONTA-REC.
               10  CHKPT-CONTA             PIC 9(10).
               10  CHKPT-TOTAL-DEPOSITO    PIC 9(10)V99.
               10  CHKPT-TOTAL-SAQUE       PIC 9(10)V99.
               10  CHKPT-POSTERIOR-CREDITO PIC 9(10)V99.
               10  CHKPT-POSTERIOR-DEBITO  PIC 9(10)V99.

       FD  CONCREL.
       01  REL-LINHA                  PIC X(120).
           05  SARQ-SALDO-ABERTURA     PIC 9(10)V99.
           05  SARQ-SALDO-FECHAMENTO   PIC 9(10)V99.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       WORKING-STORAGE                 SECTION.

       77  WS-DIARIO-STATUS    PIC X(02).
       77  WS-DIARQ-STATUS     PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-CHKPT-STATUS     PIC X(02).
       77  WS-CONCREL-STATUS   PIC X(02).
       77  WS-SALDARQ-STATUS   PIC X(02).
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).
       77  WS-NOME-CHKPT       PIC X(08) VALUE "CHKPT".

       77  WS-FIM-DIARIO-SW    PIC X(01) VALUE 'N'.
           88  WS-TEM-CHECKPOINT       VALUE 'S'.
       77  WS-REPROCESSO-SW    PIC X(01) VALUE 'N'.
           88  WS-REPROCESSO           VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.

      *    JOBS QUE PRECISAM TER CONCLUIDO NA DATA DE MOVIMENTO
       01  WS-PREDECESSORES-AREA.
           05  FILLER              PIC X(08) VALUE 'EFETAGEN'.
           05  FILLER              PIC X(08) VALUE 'COMPCHEQ'.
           05  FILLER              PIC X(08) VALUE 'TARIFMES'.
           05  FILLER              PIC X(08) VALUE 'RENDMENS'.
           05  FILLER              PIC X(08) VALUE 'COBREMP'.
       01  WS-PREDECESSORES-TAB REDEFINES WS-PREDECESSORES-AREA.
           05  WS-PREDECESSOR      PIC X(08) OCCURS 5 TIMES
                                   INDEXED BY WS-PDX.
       77  WS-QTD-PREDECESSORES PIC 9(02) VALUE 5.

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.

       77  WS-DATA-PROCESSAMENTO  PIC 9(08).
       77  WS-DATA-ANTERIOR       PIC 9(08) VALUE ZERO.
       77  WS-REGISTROS-LIDOS     PIC 9(08) VALUE ZERO.
       77  WS-REGISTROS-RESTART   PIC 9(08) VALUE ZERO.
       77  WS-CHECKPOINT-INTERVALO PIC 9(04) VALUE 100.
       77  WS-QUOCIENTE-CHECKPOINT PIC 9(08).
       77  WS-RESTO-CHECKPOINT     PIC 9(04).
       77  WS-SALDO-ESPERADO       PIC 9(10)V99.
       77  WS-SALDO-NA-DATA        PIC 9(10)V99.
       77  WS-NATUREZA-SW          PIC X(01) VALUE SPACE.
           88  WS-NATUREZA-CREDITO     VALUE 'C'.
           88  WS-NATUREZA-DEBITO      VALUE 'D'.
       77  WS-QTD-EXCECOES         PIC 9(03) VALUE ZERO.

       77  WS-QTD-CONTAS           PIC 9(03) VALUE ZERO.
               10  TAB-CONTA            PIC 9(10).
               10  TAB-TOTAL-DEPOSITO   PIC 9(10)V99.
               10  TAB-TOTAL-SAQUE      PIC 9(10)V99.
      *        MOVIMENTO DATADO DEPOIS DA DATA CONCILIADA (CAIXA
      *        APOS A MEIA-NOITE), JA REFLETIDO NO CONTA-SALDO
               10  TAB-POSTERIOR-CREDITO PIC 9(10)V99.
               10  TAB-POSTERIOR-DEBITO  PIC 9(10)V99.

       77  WS-QTD-SARQ             PIC 9(03) VALUE ZERO.
       01  WS-SARQ-TAB-AREA.
              PERFORM 4000-FECHAR-DIA
           END-IF.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
              SET WS-REPROCESSO TO TRUE
              MOVE WS-PARM-DATA TO WS-DATA-PROCESSAMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           PERFORM 1010-ABRIR-ARQUIVOS.
           IF WS-REPROCESSO
              PERFORM 1100-CARREGAR-SALDARQ
              CLOSE CONTAS
              OPEN I-O CONTAS
           END-IF.
           IF WS-REPROCESSO
              OPEN INPUT DIARQ
           ELSE
              OPEN INPUT DIARIO
           END-IF.
           OPEN OUTPUT CONCREL.

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
              MOVE DMOV-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
              MOVE DMOV-DATA-ANTERIOR  TO WS-DATA-ANTERIOR
           ELSE
              DISPLAY 'CONCILIA - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

       1030-CONTROLAR-EXECUCAO.
           OPEN I-O EXECCTL.
           IF WS-EXECCTL-STATUS = '35'
              CLOSE EXECCTL
              OPEN OUTPUT EXECCTL
              CLOSE EXECCTL
              OPEN I-O EXECCTL
           END-IF.
           PERFORM 1035-VERIFICAR-PREDECESSOR
              VARYING WS-PDX FROM 1 BY 1
              UNTIL WS-PDX > WS-QTD-PREDECESSORES.
           MOVE 'CONCILIA' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-REPROCESSO
              DISPLAY 'CONCILIA - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              DISPLAY 'CONCILIA - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'CONCILIA' TO EXEC-JOB
              MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO
           END-IF.
           ADD 1 TO EXEC-QTD-EXECUCOES.
           ACCEPT EXEC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-INICIO FROM TIME.
           MOVE ZERO TO EXEC-DATA-FIM EXEC-HORA-FIM EXEC-RETORNO
                        EXEC-QTD-LIDOS EXEC-QTD-PROCESSADOS
                        EXEC-QTD-EXCECOES.
           SET EXEC-EM-ANDAMENTO TO TRUE.
           IF WS-REPROCESSO
              SET EXEC-MODO-REPROCESSO TO TRUE
           ELSE
              SET EXEC-MODO-NORMAL TO TRUE
           END-IF.
           IF WS-TEM-EXECUCAO
              REWRITE WS-EXECCTL-REC
           ELSE
              WRITE WS-EXECCTL-REC
           END-IF.
           CLOSE EXECCTL.

       1035-VERIFICAR-PREDECESSOR.
           MOVE WS-PREDECESSOR(WS-PDX) TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'CONCILIA - PREDECESSOR '
                         WS-PREDECESSOR(WS-PDX)
                         ' NAO EXECUTADO NA DATA '
                         WS-DATA-PROCESSAMENTO
                 SET WS-EXECUCAO-RECUSADA TO TRUE
              NOT INVALID KEY
                 IF NOT EXEC-CONCLUIDO
                    DISPLAY 'CONCILIA - PREDECESSOR '
                            WS-PREDECESSOR(WS-PDX)
                            ' NAO CONCLUIDO NA DATA '
                            WS-DATA-PROCESSAMENTO
                    SET WS-EXECUCAO-RECUSADA TO TRUE
                 END-IF
           END-READ.

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'CONCILIA - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1050-LER-CHECKPOINT.
           MOVE ZERO TO WS-REGISTROS-LIDOS.
           MOVE ZERO TO WS-QTD-CONTAS.
                TAB-TOTAL-DEPOSITO(WS-IDX).
           MOVE CHKPT-TOTAL-SAQUE(WS-IDX)    TO
                TAB-TOTAL-SAQUE(WS-IDX).
           MOVE CHKPT-POSTERIOR-CREDITO(WS-IDX) TO
                TAB-POSTERIOR-CREDITO(WS-IDX).
           MOVE CHKPT-POSTERIOR-DEBITO(WS-IDX)  TO
                TAB-POSTERIOR-DEBITO(WS-IDX).

       2000-PROCESSAR-DIARIO.
           MOVE WS-REGISTROS-LIDOS TO WS-REGISTROS-RESTART.
           PERFORM 2200-LER-PROXIMO-DIARIO.
           PERFORM 2250-PROCESSAR-UM-REGISTRO
              UNTIL WS-FIM-DIARIO.
           IF WS-REPROCESSO
              CLOSE DIARQ
           ELSE
              CLOSE DIARIO
           END-IF.

       2150-PULAR-REGISTRO.
           READ DIARIO
           END-READ.

       2200-LER-PROXIMO-DIARIO.
           IF WS-REPROCESSO
              READ DIARQ INTO WS-DIARIO-REC
                 AT END
                    SET WS-FIM-DIARIO TO TRUE
              END-READ
           ELSE
              READ DIARIO
                 AT END
                    SET WS-FIM-DIARIO TO TRUE
              END-READ
           END-IF.

       2250-PROCESSAR-UM-REGISTRO.
           IF DIARIO-DATA > WS-DATA-ANTERIOR
              AND DIARIO-DATA NOT GREATER THAN WS-DATA-PROCESSAMENTO
              PERFORM 2300-ACUMULAR-REGISTRO
           END-IF.
           IF DIARIO-DATA > WS-DATA-PROCESSAMENTO
              AND NOT WS-REPROCESSO
              PERFORM 2330-ACUMULAR-POSTERIOR
           END-IF.
           ADD 1 TO WS-REGISTROS-LIDOS.
           IF NOT WS-REPROCESSO
              PERFORM 2350-VERIFICAR-CHECKPOINT

       2300-ACUMULAR-REGISTRO.
           PERFORM 2310-LOCALIZAR-CONTA-TABELA.
           PERFORM 2305-CLASSIFICAR-TIPO.
           IF WS-NATUREZA-CREDITO
              ADD DIARIO-VALOR TO TAB-TOTAL-DEPOSITO(WS-IDX)
           END-IF.
           IF WS-NATUREZA-DEBITO
              ADD DIARIO-VALOR TO TAB-TOTAL-SAQUE(WS-IDX)
           END-IF.

       2305-CLASSIFICAR-TIPO.
           MOVE SPACE TO WS-NATUREZA-SW.
           EVALUATE DIARIO-TIPO
              WHEN 'D'
              WHEN 'R'
              WHEN 'J'
              WHEN 'L'
              WHEN 'P'
              WHEN 'F'
              WHEN 'I'
                 SET WS-NATUREZA-CREDITO TO TRUE
              WHEN 'S'
              WHEN 'T'
              WHEN 'V'
              WHEN 'M'
              WHEN 'E'
              WHEN 'Q'
              WHEN 'B'
                 SET WS-NATUREZA-DEBITO TO TRUE
              WHEN 'Z'
                 IF DIARIO-ORIGEM-CREDITO
                    SET WS-NATUREZA-DEBITO TO TRUE
                 ELSE
                    SET WS-NATUREZA-CREDITO TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    MOVIMENTO DO MOVIMENTO SEGUINTE JA LANCADO NO SALDO: FICA
      *    FORA DOS TOTAIS DO DIA, MAS E DESCONTADO DO CONTA-SALDO
      *    NA CONFERENCIA E NA ROLAGEM DO SALDO DE ABERTURA
       2330-ACUMULAR-POSTERIOR.
           PERFORM 2310-LOCALIZAR-CONTA-TABELA.
           PERFORM 2305-CLASSIFICAR-TIPO.
           IF WS-NATUREZA-CREDITO
              ADD DIARIO-VALOR TO TAB-POSTERIOR-CREDITO(WS-IDX)
           END-IF.
           IF WS-NATUREZA-DEBITO
              ADD DIARIO-VALOR TO TAB-POSTERIOR-DEBITO(WS-IDX)
           END-IF.

       2310-LOCALIZAR-CONTA-TABELA.
           SET WS-IDX TO 1.
           SEARCH TAB-ENTRY
              MOVE DIARIO-CONTA TO TAB-CONTA(WS-IDX)
              MOVE ZERO TO TAB-TOTAL-DEPOSITO(WS-IDX)
              MOVE ZERO TO TAB-TOTAL-SAQUE(WS-IDX)
              MOVE ZERO TO TAB-POSTERIOR-CREDITO(WS-IDX)
              MOVE ZERO TO TAB-POSTERIOR-DEBITO(WS-IDX)
           ELSE
              DISPLAY 'TABELA DE CONTAS CHEIA - CONTA IGNORADA: '
                      DIARIO-CONTA
                CHKPT-TOTAL-DEPOSITO(WS-IDX).
           MOVE TAB-TOTAL-SAQUE(WS-IDX)    TO
                CHKPT-TOTAL-SAQUE(WS-IDX).
           MOVE TAB-POSTERIOR-CREDITO(WS-IDX) TO
                CHKPT-POSTERIOR-CREDITO(WS-IDX).
           MOVE TAB-POSTERIOR-DEBITO(WS-IDX)  TO
                CHKPT-POSTERIOR-DEBITO(WS-IDX).

       3000-EMITIR-RELATORIO.
           WRITE REL-LINHA FROM WS-REL-CABECALHO.
           ELSE
              PERFORM 3160-OBTER-SALDOS-CONTAS
           END-IF.
           COMPUTE WS-SALDO-NA-DATA = CONTA-SALDO
                                    - TAB-POSTERIOR-CREDITO(WS-IDX)
                                    + TAB-POSTERIOR-DEBITO(WS-IDX).
           COMPUTE WS-SALDO-ESPERADO =
                   CONTA-SALDO-ABERTURA + TAB-TOTAL-DEPOSITO(WS-IDX)
                                        - TAB-TOTAL-SAQUE(WS-IDX).
           MOVE TAB-TOTAL-DEPOSITO(WS-IDX) TO DET-DEPOSITOS.
           MOVE TAB-TOTAL-SAQUE(WS-IDX)    TO DET-SAQUES.
           MOVE WS-SALDO-ESPERADO          TO DET-ESPERADO.
           MOVE WS-SALDO-NA-DATA           TO DET-ATUAL.
           IF WS-SALDO-ESPERADO = WS-SALDO-NA-DATA
              MOVE 'OK'      TO DET-SITUACAO
           ELSE
              MOVE 'EXCECAO' TO DET-SITUACAO
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 4120-CALCULAR-SALDO-NA-DATA
                 PERFORM 4150-GRAVAR-SALDARQ
                 MOVE WS-SALDO-NA-DATA TO CONTA-SALDO-ABERTURA
                 REWRITE WS-CONTA-REC
           END-READ.

      *    O SALDO DE FECHAMENTO DA DATA NAO INCLUI O MOVIMENTO
      *    DATADO DEPOIS DELA, QUE ENTRA NA JANELA DO DIA SEGUINTE
       4120-CALCULAR-SALDO-NA-DATA.
           MOVE CONTA-SALDO TO WS-SALDO-NA-DATA.
           IF WS-QTD-CONTAS > ZERO
              SET WS-IDX TO 1
              SEARCH TAB-ENTRY
                 AT END
                    CONTINUE
                 WHEN TAB-CONTA(WS-IDX) =
                      XREF-CONTA-NUMERO OF WS-CONTA-REC
                    COMPUTE WS-SALDO-NA-DATA = CONTA-SALDO
                            - TAB-POSTERIOR-CREDITO(WS-IDX)
                            + TAB-POSTERIOR-DEBITO(WS-IDX)
              END-SEARCH
           END-IF.

       4150-GRAVAR-SALDARQ.
           MOVE WS-DATA-PROCESSAMENTO TO SARQ-DATA.
           MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC TO SARQ-CONTA.
           MOVE CONTA-SALDO-ABERTURA TO SARQ-SALDO-ABERTURA.
           MOVE WS-SALDO-NA-DATA     TO SARQ-SALDO-FECHAMENTO.
           WRITE WS-SALDARQ-REC.

       9000-FINALIZAR.
           CLOSE CONTAS.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'CONCILIA' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'CONCILIA - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-REGISTROS-LIDOS TO EXEC-QTD-LIDOS.
           MOVE WS-QTD-CONTAS TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-EXCECOES TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.
