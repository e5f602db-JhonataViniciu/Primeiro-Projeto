       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMENTE.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: MARCACAO MENSAL DE CONTAS DORMENTES.  UMA
      *==           CONTA ATIVA SEM NENHUM MOVIMENTO DE INICIATIVA
      *==           DO CLIENTE (DEPOSITO D/C, SAQUE S,
      *==           TRANSFERENCIA T, TED ENVIADA B) NOS ULTIMOS
      *==           N MESES PASSA A DORMENTE (CONTA-SITUACAO
      *==           'D').  LANCAMENTOS DO
      *==           BANCO (RENDIMENTO J, TARIFA M, CREDITO DE
      *==           TRANSFERENCIA R, DEBITO DE CONVENIO V, ETC.)
      *==           NAO CONTAM COMO MOVIMENTO.  OS MOVIMENTOS VEM
      *==           DO DIARIO ARQUIVADO (DD DIARQ) E A IDADE DA
      *==           CONTA DO PRIMEIRO FECHAMENTO NO SALDARQ: CONTA
      *==           QUE AINDA NAO EXISTIA NA DATA DE CORTE NAO E
      *==           MARCADA.  EMITE O RELATORIO DORMREL COM O NOME
      *==           DO TITULAR (CLIMEST).  A CONTA DORMENTE E
      *==           RECUSADA NO CAIXA ELETRONICO E SO O GERENTE A
      *==           REATIVA, PELO ABRECONTA.
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL DORMENTE, NA
      *==           CADEIA NOTURNA APOS O ARQDIA.  SYSIN: PRIMEIRA
      *==           LINHA COM O NUMERO DE MESES SEM MOVIMENTO (999;
      *==           000 = 12 MESES), SEGUNDA LINHA COM A DATA DE
      *==           PROCESSAMENTO (AAAAMMDD; 00000000 = DATA DE
      *==           MOVIMENTO DO CONTROLE DATAMOV).  COM A DATA
      *==           ZERADA SO PROCESSA NO ULTIMO DIA UTIL DO MES
      *==           (DMOV-FIM-MES), COMO O TARIFMES.  A DATA DE
      *==           CORTE E A DATA DE PROCESSAMENTO MENOS OS N
      *==           MESES; A REATIVACAO OU ABERTURA DA CONTA APOS O
      *==           CORTE (CONTA-DATA-SITUACAO) VALE COMO
      *==           MOVIMENTO.  SEGURO PARA REEXECUCAO: CONTAS JA
      *==           DORMENTES SAO PULADAS.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES,
      *==                    RECUSA EXECUTAR DE NOVO UMA DATA JA
      *==                    CONCLUIDA SEM DATA INFORMADA NO SYSIN E
      *==                    SO EXECUTA COM O ARQDIA CONCLUIDO NA
      *==                    DATA
      *== 2026-10-15 JV      TED ENVIADA PELO CLIENTE NO CAIXA (TIPO
      *==                    B) CONTA COMO MOVIMENTO; TED RECEBIDA
      *==                    (I) E DEVOLVIDA (F) NAO CONTAM
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARQ ASSIGN TO "DIARQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIARQ-STATUS.

           SELECT SALDARQ ASSIGN TO "SALDARQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SALDARQ-STATUS.

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

           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

           SELECT DORMREL ASSIGN TO "DORMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARQ.
       01  WS-DIARQ-REC.
           COPY CXDIARIO.

       FD  SALDARQ.
       01  WS-SALDARQ-REC.
           05  SARQ-DATA               PIC 9(08).
           05  SARQ-CONTA              PIC 9(10).
           05  SARQ-SALDO-ABERTURA     PIC 9(10)V99.
           05  SARQ-SALDO-FECHAMENTO   PIC 9(10)V99.

       FD  CONTAS.
       01  WS-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

       FD  CLIMEST.
       01  CLI-MESTRE-REC.
           COPY CLIMREC.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       FD  DORMREL.
       01  REL-LINHA                  PIC X(100).

       WORKING-STORAGE                 SECTION.

       77  WS-DIARQ-STATUS     PIC X(02).
       77  WS-SALDARQ-STATUS   PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-CLIMEST-STATUS   PIC X(02).
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).
       77  WS-DORMREL-STATUS   PIC X(02).

       77  WS-PARM-MESES       PIC X(03) VALUE '000'.
       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-MESES-INATIVIDADE PIC 9(03) VALUE 12.
       77  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.
       77  WS-MESES-CORRIDOS   PIC 9(06) VALUE ZERO.
       77  WS-ANO-CORTE        PIC 9(04) VALUE ZERO.
       77  WS-MES-CORTE        PIC 9(02) VALUE ZERO.
       01  WS-DATA-PROC-AREA.
           05  WS-DATA-PROC            PIC 9(08).
           05  WS-DATA-PROC-PARTES REDEFINES WS-DATA-PROC.
               10  WS-PROC-ANO         PIC 9(04).
               10  WS-PROC-MES         PIC 9(02).
               10  WS-PROC-DIA         PIC 9(02).
       01  WS-DATA-CORTE-AREA.
           05  WS-DATA-CORTE           PIC 9(08).
           05  WS-DATA-CORTE-PARTES REDEFINES WS-DATA-CORTE.
               10  WS-CORTE-ANO        PIC 9(04).
               10  WS-CORTE-MES        PIC 9(02).
               10  WS-CORTE-DIA        PIC 9(02).

       77  WS-FIM-DIARQ-SW     PIC X(01) VALUE 'N'.
           88  WS-FIM-DIARQ            VALUE 'S'.
       77  WS-FIM-SALDARQ-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-SALDARQ          VALUE 'S'.
       77  WS-FIM-CONTAS-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-CONTAS           VALUE 'S'.
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
           05  FILLER              PIC X(08) VALUE 'ARQDIA'.
       01  WS-PREDECESSORES-TAB REDEFINES WS-PREDECESSORES-AREA.
           05  WS-PREDECESSOR      PIC X(08) OCCURS 1 TIMES
                                   INDEXED BY WS-PDX.
       77  WS-QTD-PREDECESSORES PIC 9(02) VALUE 1.

       77  WS-FORA-FIM-MES-SW  PIC X(01) VALUE 'N'.
           88  WS-FORA-FIM-MES         VALUE 'S'.

       77  WS-QTD-ANALISADAS   PIC 9(06) VALUE ZERO.
       77  WS-QTD-JA-DORMENTES PIC 9(06) VALUE ZERO.
       77  WS-QTD-NOVAS        PIC 9(06) VALUE ZERO.
       77  WS-QTD-RECENTES     PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-SALDOS     PIC 9(11)V99 VALUE ZERO.

       77  WS-QTD-CONTAS       PIC 9(03) VALUE ZERO.
       01  WS-CONTA-TAB-AREA.
           05  TAB-ENTRY OCCURS 1 TO 500 TIMES
                         DEPENDING ON WS-QTD-CONTAS
                         INDEXED BY WS-IDX.
               10  TAB-CONTA            PIC 9(10).
               10  TAB-PRIMEIRO-FECHAM  PIC 9(08).
               10  TAB-MOVIMENTO-SW     PIC X(01).
                   88  TAB-COM-MOVIMENTO        VALUE 'S'.

       01  WS-REL-CABECALHO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'CONTAS MARCADAS DORMENTES'.
           05  FILLER                  PIC X(12) VALUE 'PROCESSADO: '.
           05  WS-REL-CAB-DATA         PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  CORTE:'.
           05  WS-REL-CAB-CORTE        PIC 9(08).

       01  WS-REL-CABECALHO2.
           05  FILLER                  PIC X(10) VALUE 'CONTA'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'TIPO'.
           05  FILLER                  PIC X(11) VALUE 'CLIENTE'.
           05  FILLER                  PIC X(41) VALUE 'TITULAR'.
           05  FILLER                  PIC X(13) VALUE 'SALDO'.
           05  FILLER                  PIC X(08) VALUE '1O FECH.'.

       01  WS-REL-DETALHE.
           05  DET-CONTA               PIC Z(9)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DET-TIPO                PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DET-CLIENTE             PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-NOME                PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-SALDO               PIC Z(8)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-PRIMEIRO-FECHAM     PIC 9(08).

       01  WS-REL-RODAPE1.
           05  FILLER                  PIC X(25) VALUE
               'CONTAS ANALISADAS.....: '.
           05  ROD-ANALISADAS          PIC Z(5)9.

       01  WS-REL-RODAPE2.
           05  FILLER                  PIC X(25) VALUE
               'NOVAS DORMENTES.......: '.
           05  ROD-NOVAS               PIC Z(5)9.

       01  WS-REL-RODAPE3.
           05  FILLER                  PIC X(25) VALUE
               'JA DORMENTES..........: '.
           05  ROD-JA-DORMENTES        PIC Z(5)9.

       01  WS-REL-RODAPE4.
           05  FILLER                  PIC X(27) VALUE
               'ABERTAS/REATIV. RECENTES: '.
           05  ROD-RECENTES            PIC Z(5)9.

       01  WS-REL-RODAPE5.
           05  FILLER                  PIC X(25) VALUE
               'SALDO DAS NOVAS.......: '.
           05  ROD-TOTAL-SALDOS        PIC Z(9)9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           IF NOT WS-FORA-FIM-MES
              PERFORM 2000-CARREGAR-CONTAS
              PERFORM 3000-CARREGAR-SALDARQ
              PERFORM 4000-APURAR-MOVIMENTO
              PERFORM 5000-MARCAR-DORMENTES
              PERFORM 6000-EMITIR-RODAPE
              PERFORM 9000-FINALIZAR
           END-IF.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-PARM-MESES.
           ACCEPT WS-PARM-DATA.
           IF WS-PARM-MESES NUMERIC AND WS-PARM-MESES NOT = '000'
              MOVE WS-PARM-MESES TO WS-MESES-INATIVIDADE
           END-IF.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-PROCESSAMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           IF WS-FORA-FIM-MES
              DISPLAY 'DORMENTE - DATA DE MOVIMENTO '
                      WS-DATA-PROCESSAMENTO
                      ' NAO E O ULTIMO DIA UTIL DO MES - '
                      'NADA PROCESSADO'
           ELSE
              PERFORM 1100-CALCULAR-DATA-CORTE
              PERFORM 1200-ABRIR-ARQUIVOS
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
              IF NOT DMOV-ULTIMO-DIA-UTIL-MES
                 SET WS-FORA-FIM-MES TO TRUE
              END-IF
           ELSE
              DISPLAY 'DORMENTE - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
              SET WS-FORA-FIM-MES TO TRUE
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
           MOVE 'DORMENTE' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'DORMENTE - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              DISPLAY 'DORMENTE - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'DORMENTE' TO EXEC-JOB
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
                 DISPLAY 'DORMENTE - PREDECESSOR '
                         WS-PREDECESSOR(WS-PDX)
                         ' NAO EXECUTADO NA DATA '
                         WS-DATA-PROCESSAMENTO
                 SET WS-EXECUCAO-RECUSADA TO TRUE
              NOT INVALID KEY
                 IF NOT EXEC-CONCLUIDO
                    DISPLAY 'DORMENTE - PREDECESSOR '
                            WS-PREDECESSOR(WS-PDX)
                            ' NAO CONCLUIDO NA DATA '
                            WS-DATA-PROCESSAMENTO
                    SET WS-EXECUCAO-RECUSADA TO TRUE
                 END-IF
           END-READ.

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'DORMENTE - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1100-CALCULAR-DATA-CORTE.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROC.
           COMPUTE WS-MESES-CORRIDOS = WS-PROC-ANO * 12
                                     + WS-PROC-MES - 1
                                     - WS-MESES-INATIVIDADE.
           DIVIDE WS-MESES-CORRIDOS BY 12
              GIVING WS-ANO-CORTE
              REMAINDER WS-MES-CORTE.
           MOVE WS-ANO-CORTE TO WS-CORTE-ANO.
           COMPUTE WS-CORTE-MES = WS-MES-CORTE + 1.
           MOVE WS-PROC-DIA  TO WS-CORTE-DIA.
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-DATA-CORTE         TO WS-REL-CAB-CORTE.

       1200-ABRIR-ARQUIVOS.
           OPEN INPUT DIARQ.
           IF WS-DIARQ-STATUS NOT = '00'
              SET WS-FIM-DIARQ TO TRUE
           END-IF.
           OPEN INPUT SALDARQ.
           IF WS-SALDARQ-STATUS NOT = '00'
              SET WS-FIM-SALDARQ TO TRUE
           END-IF.
           OPEN I-O CONTAS.
           OPEN INPUT CLIMEST.
           OPEN OUTPUT DORMREL.
           WRITE REL-LINHA FROM WS-REL-CABECALHO.
           WRITE REL-LINHA FROM WS-REL-CABECALHO2.
           WRITE REL-LINHA FROM SPACES.

       2000-CARREGAR-CONTAS.
           MOVE ZERO TO WS-QTD-CONTAS.
           MOVE LOW-VALUES TO XREF-CONTA-NUMERO OF WS-CONTA-REC.
           START CONTAS KEY IS NOT LESS THAN
                 XREF-CONTA-NUMERO OF WS-CONTA-REC
              INVALID KEY
                 SET WS-FIM-CONTAS TO TRUE
           END-START.
           PERFORM 2100-LER-PROXIMA-CONTA
              UNTIL WS-FIM-CONTAS.

       2100-LER-PROXIMA-CONTA.
           READ CONTAS NEXT RECORD
              AT END
                 SET WS-FIM-CONTAS TO TRUE
              NOT AT END
                 PERFORM 2200-INSERIR-CONTA
           END-READ.

       2200-INSERIR-CONTA.
           IF WS-QTD-CONTAS < 500
              ADD 1 TO WS-QTD-CONTAS
              SET WS-IDX TO WS-QTD-CONTAS
              MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC TO
                   TAB-CONTA(WS-IDX)
              MOVE 99999999 TO TAB-PRIMEIRO-FECHAM(WS-IDX)
              MOVE 'N'      TO TAB-MOVIMENTO-SW(WS-IDX)
           ELSE
              DISPLAY 'TABELA DE CONTAS CHEIA - CONTA IGNORADA: '
                      XREF-CONTA-NUMERO OF WS-CONTA-REC
           END-IF.

       3000-CARREGAR-SALDARQ.
           PERFORM 3100-LER-PROXIMO-SALDARQ.
           PERFORM 3200-TRATAR-SALDARQ
              UNTIL WS-FIM-SALDARQ.
           CLOSE SALDARQ.

       3100-LER-PROXIMO-SALDARQ.
           READ SALDARQ
              AT END
                 SET WS-FIM-SALDARQ TO TRUE
           END-READ.

       3200-TRATAR-SALDARQ.
           SET WS-IDX TO 1.
           SEARCH TAB-ENTRY
              AT END
                 CONTINUE
              WHEN TAB-CONTA(WS-IDX) = SARQ-CONTA
                 IF SARQ-DATA < TAB-PRIMEIRO-FECHAM(WS-IDX)
                    MOVE SARQ-DATA TO TAB-PRIMEIRO-FECHAM(WS-IDX)
                 END-IF
           END-SEARCH.
           PERFORM 3100-LER-PROXIMO-SALDARQ.

       4000-APURAR-MOVIMENTO.
           PERFORM 4100-LER-PROXIMO-DIARQ.
           PERFORM 4200-TRATAR-DIARQ
              UNTIL WS-FIM-DIARQ.
           CLOSE DIARQ.

       4100-LER-PROXIMO-DIARQ.
           READ DIARQ
              AT END
                 SET WS-FIM-DIARQ TO TRUE
           END-READ.

       4200-TRATAR-DIARQ.
           IF DIARIO-DATA > WS-DATA-CORTE
              AND DIARIO-DATA NOT GREATER THAN WS-DATA-PROCESSAMENTO
              EVALUATE DIARIO-TIPO
                 WHEN 'D'
                 WHEN 'C'
                 WHEN 'S'
                 WHEN 'T'
                 WHEN 'B'
                    PERFORM 4300-MARCAR-MOVIMENTO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           PERFORM 4100-LER-PROXIMO-DIARQ.

       4300-MARCAR-MOVIMENTO.
           SET WS-IDX TO 1.
           SEARCH TAB-ENTRY
              AT END
                 CONTINUE
              WHEN TAB-CONTA(WS-IDX) = DIARIO-CONTA
                 SET TAB-COM-MOVIMENTO(WS-IDX) TO TRUE
           END-SEARCH.

       5000-MARCAR-DORMENTES.
           PERFORM 5100-TRATAR-CONTA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CONTAS.

       5100-TRATAR-CONTA.
           ADD 1 TO WS-QTD-ANALISADAS.
           MOVE TAB-CONTA(WS-IDX) TO XREF-CONTA-NUMERO OF
                                     WS-CONTA-REC.
           READ CONTAS
              INVALID KEY
                 DISPLAY 'DORMENTE - CONTA NAO ENCONTRADA: '
                         TAB-CONTA(WS-IDX)
              NOT INVALID KEY
                 PERFORM 5200-AVALIAR-CONTA
           END-READ.

       5200-AVALIAR-CONTA.
           EVALUATE TRUE
              WHEN CONTA-DORMENTE
                 ADD 1 TO WS-QTD-JA-DORMENTES
              WHEN TAB-COM-MOVIMENTO(WS-IDX)
                 CONTINUE
              WHEN TAB-PRIMEIRO-FECHAM(WS-IDX) > WS-DATA-CORTE
              WHEN CONTA-DATA-SITUACAO > WS-DATA-CORTE
                 ADD 1 TO WS-QTD-RECENTES
              WHEN OTHER
                 PERFORM 5300-GRAVAR-DORMENTE
           END-EVALUATE.

       5300-GRAVAR-DORMENTE.
           SET CONTA-DORMENTE TO TRUE.
           MOVE WS-DATA-PROCESSAMENTO TO CONTA-DATA-SITUACAO.
           REWRITE WS-CONTA-REC
              INVALID KEY
                 DISPLAY 'DORMENTE - ERRO AO REGRAVAR A CONTA: '
                         TAB-CONTA(WS-IDX)
              NOT INVALID KEY
                 ADD 1 TO WS-QTD-NOVAS
                 ADD CONTA-SALDO TO WS-TOTAL-SALDOS
                 PERFORM 5400-IMPRIMIR-DORMENTE
           END-REWRITE.

       5400-IMPRIMIR-DORMENTE.
           MOVE XREF-CLIENTE-NUMERO OF WS-CONTA-REC TO CLI-NUMERO.
           READ CLIMEST
              INVALID KEY
                 MOVE 'TITULAR NAO ENCONTRADO NO CLIMEST' TO
                      CLI-NOME
              NOT INVALID KEY
                 CONTINUE
           END-READ.
           MOVE TAB-CONTA(WS-IDX)                   TO DET-CONTA.
           MOVE XREF-TIPO-CONTA                     TO DET-TIPO.
           MOVE XREF-CLIENTE-NUMERO OF WS-CONTA-REC TO DET-CLIENTE.
           MOVE CLI-NOME                            TO DET-NOME.
           MOVE CONTA-SALDO                         TO DET-SALDO.
           IF TAB-PRIMEIRO-FECHAM(WS-IDX) = 99999999
              MOVE ZERO TO DET-PRIMEIRO-FECHAM
           ELSE
              MOVE TAB-PRIMEIRO-FECHAM(WS-IDX) TO
                   DET-PRIMEIRO-FECHAM
           END-IF.
           WRITE REL-LINHA FROM WS-REL-DETALHE.

       6000-EMITIR-RODAPE.
           WRITE REL-LINHA FROM SPACES.
           MOVE WS-QTD-ANALISADAS   TO ROD-ANALISADAS.
           WRITE REL-LINHA FROM WS-REL-RODAPE1.
           MOVE WS-QTD-NOVAS        TO ROD-NOVAS.
           WRITE REL-LINHA FROM WS-REL-RODAPE2.
           MOVE WS-QTD-JA-DORMENTES TO ROD-JA-DORMENTES.
           WRITE REL-LINHA FROM WS-REL-RODAPE3.
           MOVE WS-QTD-RECENTES     TO ROD-RECENTES.
           WRITE REL-LINHA FROM WS-REL-RODAPE4.
           MOVE WS-TOTAL-SALDOS     TO ROD-TOTAL-SALDOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE5.

       9000-FINALIZAR.
           CLOSE CONTAS.
           CLOSE CLIMEST.
           CLOSE DORMREL.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'DORMENTE' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'DORMENTE - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-ANALISADAS TO EXEC-QTD-LIDOS.
           MOVE WS-QTD-NOVAS TO EXEC-QTD-PROCESSADOS.
           MOVE ZERO TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.
