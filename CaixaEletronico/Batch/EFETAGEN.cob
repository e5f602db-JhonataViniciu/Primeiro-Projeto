      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL EFETAGEN, NA
      *==           JANELA NOTURNA ANTES DO CONCILIA.  A DATA DE
      *==           PROCESSAMENTO VEM DE SYSIN (AAAAMMDD;
      *==           00000000 = DATA DE MOVIMENTO DO CONTROLE
      *==           DATAMOV).  AGENDAMENTOS PARA SABADO, DOMINGO
      *==           OU FERIADO SAO EFETIVADOS NO MOVIMENTO DO DIA
      *==           UTIL SEGUINTE.  O AGENDA E REGRAVADO
      *==           EM AGENDNOV COM A SITUACAO ATUALIZADA E O
      *==           PASSO SEGUINTE DO JCL SUBSTITUI O AGENDA PELO
      *==           AGENDNOV (TAMBEM COM RC=8: NA RECUSA OU NA
      *==           INTERRUPCAO O AGENDNOV RECEBE O RESTANTE DO
      *==           AGENDA SEM ALTERACAO).  SEGURO PARA REEXECUCAO:
      *==           SOMENTE PEDIDOS COM SITUACAO PENDENTE SAO
      *==           TRATADOS.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-09-02 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DATA DE PROCESSAMENTO PADRAO PASSA A
      *==                    SER A DATA DE MOVIMENTO (DATAMOV)
      *== 2026-10-15 JV      CADA MOVIMENTO GRAVADO NO DIARIO LEVA O
      *==                    NSU OBTIDO NO CONTROLE NSUCTL (COPYBOOK
      *==                    CXNSU)
      *== 2026-10-15 JV      NOME DO PROGRAMA GRAVADO COMO TERMINAL
      *==                    DE ORIGEM DO MOVIMENTO NO DIARIO
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES
      *==                    E RECUSA EXECUTAR DE NOVO UMA DATA JA
      *==                    CONCLUIDA SEM DATA INFORMADA NO SYSIN
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV): ABERTO EM I-O, COM A CHAVE
      *==                    CONTA + DATA PREENCHIDA NA GRAVACAO
      *== 2026-10-15 JV      NSUCTL ABERTO EM EXCLUSIVO, COM NOVA
      *==                    TENTATIVA QUANDO OCUPADO; NSU DUPLICADO NO
      *==                    DIARIO PEDE OUTRO NSU.  DIARIO GRAVADO
      *==                    ANTES DE REGRAVAR A CONTA; OUTRA FALHA NO
      *==                    DIARIO INTERROMPE O PROCESSAMENTO COM RC=8
      *==                    (DEBITO JA FEITO NA ORIGEM E DESFEITO)
      *== 2026-10-15 JV      INTERRUPCAO POR FALHA NO DIARIO OU RECUSA
      *==                    DO CONTROLE DA CADEIA COPIAM PARA O
      *==                    AGENDNOV O AGENDAMENTO CORRENTE SEM
      *==                    ALTERACAO E O RESTANTE DO AGENDA, PARA QUE
      *==                    O PASSO SEGUINTE SUBSTITUA O AGENDA TAMBEM
      *==                    COM RC=8 E A REEXECUCAO NAO REPITA
      *==                    TRANSFERENCIAS JA EFETIVADAS
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
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

           SELECT EFETREL ASSIGN TO "EFETREL"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD  EFETREL.
       01  REL-LINHA                  PIC X(100).
       77  WS-AGENDNOV-STATUS  PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
           88  WS-DIARIO-NSU-DUPLICADO     VALUE '22'.
           88  WS-DIARIO-ERRO-IO           VALUE '30' THRU '99'.
       77  WS-NSUCTL-STATUS    PIC X(02).
           88  WS-NSUCTL-OCUPADO           VALUE '61' '90' THRU '99'.
       77  WS-EFETREL-STATUS   PIC X(02).
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
       77  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.

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
       77  WS-EFETIVA-SW       PIC X(01) VALUE 'S'.
           88  WS-EFETIVA-ACEITA       VALUE 'S'.
           88  WS-EFETIVA-REJEITADA    VALUE 'N'.

       77  WS-SALDO-ORIGEM     PIC 9(10)V99 VALUE ZERO.
       77  WS-SALDO-DESTINO    PIC 9(10)V99 VALUE ZERO.
       77  WS-NSU-DEBITO       PIC 9(10) VALUE ZERO.
       77  WS-DEBITO-FEITO-SW  PIC X(01) VALUE 'N'.
           88  WS-DEBITO-FEITO         VALUE 'S'.

       77  WS-QTD-LIDOS        PIC 9(06) VALUE ZERO.
       77  WS-QTD-EFETIVADAS   PIC 9(06) VALUE ZERO.
           PERFORM 2000-PROCESSAR-AGENDA.
           PERFORM 3000-EMITIR-RODAPE.
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
           OPEN INPUT AGENDA.
           IF WS-AGENDA-STATUS NOT = '00'
              SET WS-FIM-AGENDA TO TRUE
           END-IF.
           OPEN OUTPUT AGENDNOV.
           OPEN I-O CONTAS.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           OPEN OUTPUT EFETREL.
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           WRITE REL-LINHA FROM WS-REL-CABECALHO2.
           WRITE REL-LINHA FROM SPACES.

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
           ELSE
              DISPLAY 'EFETAGEN - CONTROLE DATAMOV AUSENTE - '
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
           MOVE 'EFETAGEN' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'EFETAGEN - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              DISPLAY 'EFETAGEN - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'EFETAGEN' TO EXEC-JOB
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

      *    RECUSA: O AGENDA E COPIADO SEM ALTERACAO PARA O AGENDNOV,
      *    QUE O PASSO SEGUINTE DO JCL GRAVA SOBRE O AGENDA
       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'EFETAGEN - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           OPEN INPUT AGENDA.
           IF WS-AGENDA-STATUS NOT = '00'
              SET WS-FIM-AGENDA TO TRUE
           END-IF.
           OPEN OUTPUT AGENDNOV.
           PERFORM 2100-LER-PROXIMO-AGENDAMENTO.
           PERFORM 9950-COPIAR-AGENDAMENTO
              UNTIL WS-FIM-AGENDA.
           CLOSE AGENDA.
           CLOSE AGENDNOV.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-PROCESSAR-AGENDA.
           PERFORM 2100-LER-PROXIMO-AGENDAMENTO.
           PERFORM 2200-TRATAR-AGENDAMENTO
                 COMPUTE WS-SALDO-ORIGEM =
                         CONTA-SALDO - AGEN-VALOR
                 MOVE WS-SALDO-ORIGEM TO CONTA-SALDO
                 PERFORM 2650-GRAVAR-DIARIO-DEBITO
                 REWRITE WS-CONTA-REC
                 MOVE DIARIO-NSU TO WS-NSU-DEBITO
                 SET WS-DEBITO-FEITO TO TRUE
           END-READ.

       2650-GRAVAR-DIARIO-DEBITO.
           MOVE WS-DATA-PROCESSAMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE AGEN-CONTA-DESTINO TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'EFETAGEN' TO DIARIO-TERMINAL.
           MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
           MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
           SET WS-DIARIO-REPETIR TO TRUE.
           MOVE ZERO TO WS-DIARIO-TENTATIVAS.
           PERFORM 2755-TENTAR-GRAVAR-DIARIO
              UNTIL NOT WS-DIARIO-REPETIR.
           IF WS-DIARIO-RECUSADO
              PERFORM 9900-INTERROMPER-DIARIO
           END-IF.

       2700-CREDITAR-DESTINO.
           MOVE AGEN-CONTA-DESTINO TO XREF-CONTA-NUMERO OF
                 COMPUTE WS-SALDO-DESTINO =
                         CONTA-SALDO + AGEN-VALOR
                 MOVE WS-SALDO-DESTINO TO CONTA-SALDO
                 PERFORM 2750-GRAVAR-DIARIO-CREDITO
                 REWRITE WS-CONTA-REC
           END-READ.
           MOVE 'N' TO WS-DEBITO-FEITO-SW.

       2750-GRAVAR-DIARIO-CREDITO.
           MOVE AGEN-CONTA-DESTINO TO DIARIO-CONTA.
           MOVE WS-DATA-PROCESSAMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE AGEN-CONTA-ORIGEM  TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'EFETAGEN' TO DIARIO-TERMINAL.
           MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
           MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
           SET WS-DIARIO-REPETIR TO TRUE.
           MOVE ZERO TO WS-DIARIO-TENTATIVAS.
           PERFORM 2755-TENTAR-GRAVAR-DIARIO
              UNTIL NOT WS-DIARIO-REPETIR.
           IF WS-DIARIO-RECUSADO
              PERFORM 9900-INTERROMPER-DIARIO
           END-IF.

       2755-TENTAR-GRAVAR-DIARIO.
           ADD 1 TO WS-DIARIO-TENTATIVAS.
           PERFORM 2760-OBTER-NSU.
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

       2760-OBTER-NSU.
           SET WS-NSU-INDISPONIVEL TO TRUE.
           MOVE ZERO TO WS-NSU-TENTATIVAS.
           PERFORM 2765-ABRIR-NSUCTL
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

       2765-ABRIR-NSUCTL.
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

      *    CREDITO NAO GRAVADO NO DIARIO: O DEBITO JA FEITO NA ORIGEM
      *    E DESFEITO (SALDO E MOVIMENTO 'T') PARA NAO DEIXAR A
      *    TRANSFERENCIA PELA METADE
       2780-DESFAZER-DEBITO.
           MOVE WS-NSU-DEBITO TO DIARIO-NSU.
           DELETE DIARIO RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           MOVE AGEN-CONTA-ORIGEM TO XREF-CONTA-NUMERO OF
                                     WS-CONTA-REC.
           READ CONTAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD AGEN-VALOR TO CONTA-SALDO
                 REWRITE WS-CONTA-REC
           END-READ.
           MOVE 'N' TO WS-DEBITO-FEITO-SW.
           DISPLAY 'EFETAGEN - DEBITO DESFEITO NA CONTA '
                   AGEN-CONTA-ORIGEM ' NSU ' WS-NSU-DEBITO.

       2800-IMPRIMIR-DETALHE.
           MOVE AGEN-CONTA-ORIGEM  TO DET-ORIGEM.
           DISPLAY 'EFETAGEN - LIDOS..........: ' WS-QTD-LIDOS.
           DISPLAY 'EFETAGEN - EFETIVADOS.....: ' WS-QTD-EFETIVADAS.
           DISPLAY 'EFETAGEN - REJEITADOS.....: ' WS-QTD-REJEITADAS.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'EFETAGEN' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'EFETAGEN - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-LIDOS TO EXEC-QTD-LIDOS.
           MOVE WS-QTD-EFETIVADAS TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-REJEITADAS TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *    FALHA NA GRAVACAO DO DIARIO: A CONTA DO MOVIMENTO CORRENTE
      *    NAO FOI ATUALIZADA (O DEBITO JA FEITO NA ORIGEM E
      *    DESFEITO); O AGENDAMENTO CORRENTE, AINDA PENDENTE, E O
      *    RESTANTE DO AGENDA SAO COPIADOS PARA O AGENDNOV, PARA QUE AS
      *    TRANSFERENCIAS JA EFETIVADAS NESTA EXECUCAO NAO VOLTEM COMO
      *    PENDENTES; O PROCESSAMENTO PARA COM RC=8
       9900-INTERROMPER-DIARIO.
           DISPLAY 'EFETAGEN - ERRO AO GRAVAR O DIARIO - CONTA '
                   DIARIO-CONTA ' NSU ' DIARIO-NSU
                   ' STATUS ' WS-DIARIO-STATUS ' ' WS-NSUCTL-STATUS.
           IF WS-DEBITO-FEITO
              PERFORM 2780-DESFAZER-DEBITO
           END-IF.
           PERFORM 9950-COPIAR-AGENDAMENTO
              UNTIL WS-FIM-AGENDA.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       9950-COPIAR-AGENDAMENTO.
           WRITE WS-AGENDNOV-REC FROM WS-AGENDA-REC.
           PERFORM 2100-LER-PROXIMO-AGENDAMENTO.
