      *==           PERCENTUAL DE REPASSE SOBRE O RECEBIDO E TETO
      *==           DE TRANSFERENCIA PARA BLOQUEIO), NAO DE
      *==           VALORES FIXOS NO PROGRAMA.  A DATA VEM DE
      *==           SYSIN (AAAAMMDD; 00000000 = DATA DE
      *==           MOVIMENTO DO CONTROLE DATAMOV, COM OS
      *==           REGISTROS DATADOS APOS A DATA DE MOVIMENTO
      *==           ANTERIOR ATE ELA, COMO NO CONCILIA).
      *==           SO MOVIMENTOS DE ORIGEM DO CLIENTE ENTRAM
      *==           NOS CRITERIOS: OS TIPOS GRAVADOS PELOS
      *==           BATCHES (J, L, M, V, X, E) FICAM FORA DO
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-09-02 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DATA PADRAO PASSA A SER A DATA DE
      *==                    MOVIMENTO (DATAMOV), COM O DIARIO
      *==                    SELECIONADO DESDE A DATA DE MOVIMENTO
      *==                    ANTERIOR
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES,
      *==                    RECUSA EXECUTAR DE NOVO UMA DATA JA
      *==                    CONCLUIDA SEM DATA INFORMADA NO SYSIN E
      *==                    SO EXECUTA COM EFETAGEN, COMPCHEQ,
      *==                    TARIFMES, RENDMENS E COBREMP CONCLUIDOS
      *==                    NA DATA
      *== 2026-10-15 JV      TED ENVIADA PELO CLIENTE (TIPO B) ENTRA
      *==                    NOS CRITERIOS COMO A TRANSFERENCIA
      *==                    (TETO, HORARIO E REPASSE); TED RECEBIDA
      *==                    (TIPO I, GRAVADA PELO TEDRECB) CONTA
      *==                    COMO VALOR RECEBIDO NO CRITERIO DE
      *==                    REPASSE; TED DEVOLVIDA (TIPO F) FICA
      *==                    FORA DOS CRITERIOS
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV), LIDO NA ORDEM DO NSU
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
               FILE STATUS IS WS-MONPARM-STATUS.

           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT CONTAS ASSIGN TO "CONTAS"
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

           SELECT MONREL ASSIGN TO "MONREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONREL-STATUS.
       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  CONTAS.
       01  WS-CONTA-REC.
       01  WS-AGENDA-REC.
           COPY CXAGEND.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       FD  MONREL.
       01  REL-LINHA                  PIC X(100).

       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-AGENDA-STATUS    PIC X(02).
       77  WS-MONREL-STATUS    PIC X(02).
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.
       77  WS-DATA-ANTERIOR       PIC 9(08) VALUE ZERO.

       77  WS-FIM-DIARIO-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-DIARIO           VALUE 'S'.
       77  WS-FIM-AGENDA-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-AGENDA           VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-DATA-INFORMADA-SW PIC X(01) VALUE 'N'.
           88  WS-DATA-INFORMADA       VALUE 'S'.
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

       77  WS-MOV-CLIENTE-SW   PIC X(01) VALUE 'N'.
           88  WS-MOV-CLIENTE          VALUE 'S'.
       77  WS-MOV-AGENDADO-SW  PIC X(01) VALUE 'N'.
              PERFORM 4000-EMITIR-RODAPE
           END-IF.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-PROCESSAMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           OPEN INPUT MONPARM.
           IF WS-MONPARM-STATUS = '00'
              READ MONPARM
              PERFORM 1300-CARREGAR-AGENDAMENTOS
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
              MOVE DMOV-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
              MOVE DMOV-DATA-ANTERIOR  TO WS-DATA-ANTERIOR
           ELSE
              DISPLAY 'MONATIP - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

       1030-CONTROLAR-EXECUCAO.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              SET WS-DATA-INFORMADA TO TRUE
           END-IF.
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
           MOVE 'MONATIP' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'MONATIP - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              DISPLAY 'MONATIP - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'MONATIP' TO EXEC-JOB
              MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO
           END-IF.
           ADD 1 TO EXEC-QTD-EXECUCOES.
           ACCEPT EXEC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-INICIO FROM TIME.
           MOVE ZERO TO EXEC-DATA-FIM EXEC-HORA-FIM EXEC-RETORNO
                        EXEC-QTD-LIDOS EXEC-QTD-PROCESSADOS
                        EXEC-QTD-EXCECOES.
           SET EXEC-EM-ANDAMENTO TO TRUE.
           IF WS-DATA-INFORMADA
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
                 DISPLAY 'MONATIP - PREDECESSOR '
                         WS-PREDECESSOR(WS-PDX)
                         ' NAO EXECUTADO NA DATA '
                         WS-DATA-PROCESSAMENTO
                 SET WS-EXECUCAO-RECUSADA TO TRUE
              NOT INVALID KEY
                 IF NOT EXEC-CONCLUIDO
                    DISPLAY 'MONATIP - PREDECESSOR '
                            WS-PREDECESSOR(WS-PDX)
                            ' NAO CONCLUIDO NA DATA '
                            WS-DATA-PROCESSAMENTO
                    SET WS-EXECUCAO-RECUSADA TO TRUE
                 END-IF
           END-READ.

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'MONATIP - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1300-CARREGAR-AGENDAMENTOS.
           MOVE ZERO TO WS-QTD-AGEND.
           OPEN INPUT AGENDA.
           END-READ.

       2200-TRATAR-MOVIMENTO.
           IF DIARIO-DATA > WS-DATA-ANTERIOR
              AND DIARIO-DATA NOT GREATER THAN WS-DATA-PROCESSAMENTO
              PERFORM 2300-ACUMULAR-MOVIMENTO
           END-IF.
           PERFORM 2100-LER-PROXIMO-DIARIO.
              WHEN 'S'
                 PERFORM 2500-AVALIAR-SAQUE
              WHEN 'T'
              WHEN 'B'
                 IF WS-MOV-CLIENTE
                    IF DIARIO-VALOR > TAB-MAIOR-TRANSF(WS-IDX)
                       MOVE DIARIO-VALOR TO
                 END-IF
              WHEN 'D'
              WHEN 'R'
              WHEN 'I'
                 ADD DIARIO-VALOR TO TAB-TOTAL-CREDITOS(WS-IDX)
              WHEN OTHER
                 CONTINUE
              WHEN 'D'
              WHEN 'S'
              WHEN 'C'
              WHEN 'B'
                 SET WS-MOV-CLIENTE TO TRUE
              WHEN 'T'
              WHEN 'R'
                   WS-DATA-PROCESSAMENTO.
           DISPLAY 'MONATIP - ALERTAS........: ' WS-QTD-ALERTAS.
           DISPLAY 'MONATIP - BLOQUEADAS.....: ' WS-QTD-BLOQUEADAS.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'MONATIP' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'MONATIP - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-CONTAS TO EXEC-QTD-LIDOS.
           MOVE WS-QTD-ALERTAS TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-BLOQUEADAS TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.
