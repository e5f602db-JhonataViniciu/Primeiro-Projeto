       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHTERM.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: FECHAMENTO DE NUMERARIO DOS TERMINAIS DO
      *==           CAIXA ELETRONICO.  PARA CADA TERMINAL DO
      *==           MESTRE TERMMEST CONFERE O NUMERARIO DE
      *==           ABERTURA + ABASTECIDO - RECOLHIDO - NUMERARIO
      *==           ATUAL DOS CASSETES (O QUE SAIU DA MAQUINA)
      *==           CONTRA OS SAQUES (TIPO S) GRAVADOS NO DIARIO
      *==           COM O CODIGO DO TERMINAL DESDE O ULTIMO
      *==           FECHAMENTO, EMITINDO O RELATORIO DE
      *==           DIFERENCAS (FECHREL).
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL FECHTERM,
      *==           APOS O CONCILIA E ANTES DO ARQDIA.  OS SAQUES
      *==           DE CADA TERMINAL SAO SELECIONADOS PELO NSU
      *==           (MAIOR QUE O NSU DO ULTIMO FECHAMENTO), E NAO
      *==           PELA DATA, PARA QUE NENHUM SAQUE SEJA CONTADO
      *==           DUAS VEZES NEM FIQUE FORA DE UM FECHAMENTO.
      *==           AO FINAL O NUMERARIO ATUAL VIRA O NUMERARIO
      *==           DE ABERTURA DO PROXIMO FECHAMENTO E OS
      *==           ACUMULADOS DO TERMINAL SAO ZERADOS.  HAVENDO
      *==           DIFERENCA EM ALGUM TERMINAL O PROGRAMA
      *==           TERMINA COM RETURN-CODE 4.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES,
      *==                    RECUSA EXECUTAR DE NOVO UMA DATA JA
      *==                    CONCLUIDA E SO EXECUTA COM O CONCILIA
      *==                    CONCLUIDO NA DATA
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV), LIDO NA ORDEM DO NSU
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT TERMMEST ASSIGN TO "TERMMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODIGO
               FILE STATUS IS WS-TERMINAL-STATUS.

           SELECT FECHREL ASSIGN TO "FECHREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHREL-STATUS.

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

       FD  TERMMEST.
       01  WS-TERMINAL-REC.
           COPY CXTERM.

       FD  FECHREL.
       01  REL-LINHA                  PIC X(120).

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       WORKING-STORAGE                 SECTION.

       77  WS-DIARIO-STATUS    PIC X(02).
       77  WS-TERMINAL-STATUS  PIC X(02).
       77  WS-FECHREL-STATUS   PIC X(02).
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).

       77  WS-FIM-DIARIO-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-DIARIO           VALUE 'S'.
       77  WS-FIM-TERMINAL-SW  PIC X(01) VALUE 'N'.
           88  WS-FIM-TERMINAL         VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.

      *    JOBS QUE PRECISAM TER CONCLUIDO NA DATA DE MOVIMENTO
       01  WS-PREDECESSORES-AREA.
           05  FILLER              PIC X(08) VALUE 'CONCILIA'.
       01  WS-PREDECESSORES-TAB REDEFINES WS-PREDECESSORES-AREA.
           05  WS-PREDECESSOR      PIC X(08) OCCURS 1 TIMES
                                   INDEXED BY WS-PDX.
       77  WS-QTD-PREDECESSORES PIC 9(02) VALUE 1.

       77  WS-DATA-PROCESSAMENTO  PIC 9(08).
       77  WS-CED-IDX             PIC 9(01) VALUE ZERO.
       77  WS-NUMERARIO-ATUAL     PIC 9(10)V99 VALUE ZERO.
       77  WS-SAIDA-CASSETES      PIC S9(10)V99 VALUE ZERO.
       77  WS-DIFERENCA           PIC S9(10)V99 VALUE ZERO.
       77  WS-QTD-DIFERENCAS      PIC 9(03) VALUE ZERO.
       77  WS-QTD-LIDOS           PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-SAQUES        PIC 9(10)V99 VALUE ZERO.

       77  WS-QTD-TERMINAIS        PIC 9(03) VALUE ZERO.
       01  WS-TERM-TAB-AREA.
           05  TAB-ENTRY OCCURS 1 TO 100 TIMES
                         DEPENDING ON WS-QTD-TERMINAIS
                         INDEXED BY WS-IDX.
               10  TAB-TERMINAL         PIC X(08).
               10  TAB-NSU-FECHAMENTO   PIC 9(10).
               10  TAB-NSU-MAIOR        PIC 9(10).
               10  TAB-TOTAL-SAQUES     PIC 9(10)V99.
               10  TAB-QTD-SAQUES       PIC 9(06).

       01  WS-REL-CABECALHO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               'FECHAMENTO DE TERMINAIS - CAIXA ELETRONICO'.
           05  FILLER                  PIC X(12) VALUE
               'MOVIMENTO: '.
           05  CAB-DATA                PIC 9(08).

       01  WS-REL-CABECALHO2.
           05  FILLER                  PIC X(09) VALUE 'TERMINAL'.
           05  FILLER                  PIC X(13) VALUE '   ABERTURA'.
           05  FILLER                  PIC X(13) VALUE ' ABASTECIDO'.
           05  FILLER                  PIC X(13) VALUE '  RECOLHIDO'.
           05  FILLER                  PIC X(13) VALUE '      ATUAL'.
           05  FILLER                  PIC X(13) VALUE ' DISPENSADO'.
           05  FILLER                  PIC X(13) VALUE ' SAQ.DIARIO'.
           05  FILLER                  PIC X(07) VALUE '  QTD'.
           05  FILLER                  PIC X(14) VALUE '   DIFERENCA'.
           05  FILLER                  PIC X(08) VALUE 'SITUACAO'.

       01  WS-REL-DETALHE.
           05  DET-TERMINAL            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-ABERTURA            PIC Z(8)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-ABASTECIDO          PIC Z(8)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-RECOLHIDO           PIC Z(8)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-ATUAL               PIC Z(8)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-DISPENSADO          PIC -(8)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-SAQUES              PIC Z(8)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-QTD                 PIC Z(5)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-DIFERENCA           PIC -(9)9,99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-SITUACAO            PIC X(08).

       01  WS-REL-RODAPE.
           05  FILLER                  PIC X(25) VALUE
               'TOTAL DE TERMINAIS....: '.
           05  ROD-TOTAL-TERMINAIS     PIC ZZ9.

       01  WS-REL-RODAPE2.
           05  FILLER                  PIC X(25) VALUE
               'TERMINAIS C/ DIFERENCA: '.
           05  ROD-TOTAL-DIFERENCAS    PIC ZZ9.

       01  WS-REL-RODAPE3.
           05  FILLER                  PIC X(25) VALUE
               'TOTAL SACADO NO DIARIO: '.
           05  ROD-TOTAL-SAQUES        PIC Z(9)9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-DIARIO.
           PERFORM 3000-FECHAR-TERMINAIS.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           PERFORM 1020-LER-DATA-MOVIMENTO.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           OPEN I-O TERMMEST.
           IF WS-TERMINAL-STATUS = '35'
              CLOSE TERMMEST
              OPEN OUTPUT TERMMEST
              CLOSE TERMMEST
              OPEN I-O TERMMEST
           END-IF.
           OPEN OUTPUT FECHREL.
           PERFORM 1100-CARREGAR-TERMINAIS.

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
              DISPLAY 'FECHTERM - CONTROLE DATAMOV AUSENTE - '
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
           MOVE 'FECHTERM' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              DISPLAY 'FECHTERM - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'FECHTERM' TO EXEC-JOB
              MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO
           END-IF.
           ADD 1 TO EXEC-QTD-EXECUCOES.
           ACCEPT EXEC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-INICIO FROM TIME.
           MOVE ZERO TO EXEC-DATA-FIM EXEC-HORA-FIM EXEC-RETORNO
                        EXEC-QTD-LIDOS EXEC-QTD-PROCESSADOS
                        EXEC-QTD-EXCECOES.
           SET EXEC-EM-ANDAMENTO TO TRUE.
           SET EXEC-MODO-NORMAL TO TRUE.
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
                 DISPLAY 'FECHTERM - PREDECESSOR '
                         WS-PREDECESSOR(WS-PDX)
                         ' NAO EXECUTADO NA DATA '
                         WS-DATA-PROCESSAMENTO
                 SET WS-EXECUCAO-RECUSADA TO TRUE
              NOT INVALID KEY
                 IF NOT EXEC-CONCLUIDO
                    DISPLAY 'FECHTERM - PREDECESSOR '
                            WS-PREDECESSOR(WS-PDX)
                            ' NAO CONCLUIDO NA DATA '
                            WS-DATA-PROCESSAMENTO
                    SET WS-EXECUCAO-RECUSADA TO TRUE
                 END-IF
           END-READ.

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'FECHTERM - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1100-CARREGAR-TERMINAIS.
           MOVE ZERO TO WS-QTD-TERMINAIS.
           MOVE LOW-VALUES TO TERM-CODIGO.
           START TERMMEST KEY IS NOT LESS THAN TERM-CODIGO
              INVALID KEY
                 SET WS-FIM-TERMINAL TO TRUE
           END-START.
           PERFORM 1150-LER-PROXIMO-TERMINAL
              UNTIL WS-FIM-TERMINAL.

       1150-LER-PROXIMO-TERMINAL.
           READ TERMMEST NEXT RECORD
              AT END
                 SET WS-FIM-TERMINAL TO TRUE
              NOT AT END
                 PERFORM 1160-INSERIR-TERMINAL-TABELA
           END-READ.

       1160-INSERIR-TERMINAL-TABELA.
           IF WS-QTD-TERMINAIS < 100
              ADD 1 TO WS-QTD-TERMINAIS
              SET WS-IDX TO WS-QTD-TERMINAIS
              MOVE TERM-CODIGO          TO TAB-TERMINAL(WS-IDX)
              MOVE TERM-NSU-FECHAMENTO  TO TAB-NSU-FECHAMENTO(WS-IDX)
              MOVE TERM-NSU-FECHAMENTO  TO TAB-NSU-MAIOR(WS-IDX)
              MOVE ZERO TO TAB-TOTAL-SAQUES(WS-IDX)
              MOVE ZERO TO TAB-QTD-SAQUES(WS-IDX)
           ELSE
              DISPLAY 'TABELA DE TERMINAIS CHEIA - IGNORADO: '
                      TERM-CODIGO
           END-IF.

       2000-PROCESSAR-DIARIO.
           OPEN INPUT DIARIO.
           IF WS-DIARIO-STATUS NOT = '00'
              SET WS-FIM-DIARIO TO TRUE
           ELSE
              PERFORM 2200-LER-PROXIMO-DIARIO
           END-IF.
           PERFORM 2250-PROCESSAR-UM-REGISTRO
              UNTIL WS-FIM-DIARIO.
           CLOSE DIARIO.

       2200-LER-PROXIMO-DIARIO.
           READ DIARIO
              AT END
                 SET WS-FIM-DIARIO TO TRUE
           END-READ.

       2250-PROCESSAR-UM-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS.
           IF DIARIO-TIPO = 'S'
              PERFORM 2300-ACUMULAR-SAQUE
           END-IF.
           PERFORM 2200-LER-PROXIMO-DIARIO.

       2300-ACUMULAR-SAQUE.
           SET WS-IDX TO 1.
           SEARCH TAB-ENTRY
              AT END
                 CONTINUE
              WHEN TAB-TERMINAL(WS-IDX) = DIARIO-TERMINAL
                 IF DIARIO-NSU > TAB-NSU-FECHAMENTO(WS-IDX)
                    ADD DIARIO-VALOR TO TAB-TOTAL-SAQUES(WS-IDX)
                    ADD 1 TO TAB-QTD-SAQUES(WS-IDX)
                    IF DIARIO-NSU > TAB-NSU-MAIOR(WS-IDX)
                       MOVE DIARIO-NSU TO TAB-NSU-MAIOR(WS-IDX)
                    END-IF
                 END-IF
           END-SEARCH.

       3000-FECHAR-TERMINAIS.
           MOVE WS-DATA-PROCESSAMENTO TO CAB-DATA.
           WRITE REL-LINHA FROM WS-REL-CABECALHO.
           WRITE REL-LINHA FROM WS-REL-CABECALHO2.
           WRITE REL-LINHA FROM SPACES.
           MOVE ZERO TO WS-QTD-DIFERENCAS.
           MOVE ZERO TO WS-TOTAL-SAQUES.
           PERFORM 3100-FECHAR-UM-TERMINAL
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-TERMINAIS.
           WRITE REL-LINHA FROM SPACES.
           MOVE WS-QTD-TERMINAIS  TO ROD-TOTAL-TERMINAIS.
           WRITE REL-LINHA FROM WS-REL-RODAPE.
           MOVE WS-QTD-DIFERENCAS TO ROD-TOTAL-DIFERENCAS.
           WRITE REL-LINHA FROM WS-REL-RODAPE2.
           MOVE WS-TOTAL-SAQUES   TO ROD-TOTAL-SAQUES.
           WRITE REL-LINHA FROM WS-REL-RODAPE3.
           IF WS-QTD-DIFERENCAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-FECHAR-UM-TERMINAL.
           MOVE TAB-TERMINAL(WS-IDX) TO TERM-CODIGO.
           READ TERMMEST
              INVALID KEY
                 DISPLAY 'FECHTERM - TERMINAL NAO ENCONTRADO: '
                         TAB-TERMINAL(WS-IDX)
              NOT INVALID KEY
                 PERFORM 3200-CONFERIR-TERMINAL
                 PERFORM 3300-ROLAR-TERMINAL
           END-READ.

       3200-CONFERIR-TERMINAL.
           MOVE ZERO TO WS-NUMERARIO-ATUAL.
           PERFORM 3210-SOMAR-CASSETE
              VARYING WS-CED-IDX FROM 1 BY 1
              UNTIL WS-CED-IDX > 4.
           COMPUTE WS-SAIDA-CASSETES =
                   TERM-NUMERARIO-ABERTURA + TERM-ABASTECIDO
                 - TERM-RECOLHIDO - WS-NUMERARIO-ATUAL.
           COMPUTE WS-DIFERENCA =
                   WS-SAIDA-CASSETES - TAB-TOTAL-SAQUES(WS-IDX).
           ADD TAB-TOTAL-SAQUES(WS-IDX) TO WS-TOTAL-SAQUES.
           MOVE TERM-CODIGO               TO DET-TERMINAL.
           MOVE TERM-NUMERARIO-ABERTURA   TO DET-ABERTURA.
           MOVE TERM-ABASTECIDO           TO DET-ABASTECIDO.
           MOVE TERM-RECOLHIDO            TO DET-RECOLHIDO.
           MOVE WS-NUMERARIO-ATUAL        TO DET-ATUAL.
           MOVE WS-SAIDA-CASSETES         TO DET-DISPENSADO.
           MOVE TAB-TOTAL-SAQUES(WS-IDX)  TO DET-SAQUES.
           MOVE TAB-QTD-SAQUES(WS-IDX)    TO DET-QTD.
           MOVE WS-DIFERENCA              TO DET-DIFERENCA.
           IF WS-DIFERENCA = ZERO
              MOVE 'OK'       TO DET-SITUACAO
           ELSE
              MOVE 'DIFERENC' TO DET-SITUACAO
              ADD 1 TO WS-QTD-DIFERENCAS
           END-IF.
           WRITE REL-LINHA FROM WS-REL-DETALHE.

       3210-SOMAR-CASSETE.
           COMPUTE WS-NUMERARIO-ATUAL = WS-NUMERARIO-ATUAL +
                   TERM-CED-QTD(WS-CED-IDX) *
                   TERM-CED-VALOR(WS-CED-IDX).

       3300-ROLAR-TERMINAL.
           MOVE WS-NUMERARIO-ATUAL      TO TERM-NUMERARIO-ABERTURA.
           MOVE ZERO                    TO TERM-ABASTECIDO.
           MOVE ZERO                    TO TERM-RECOLHIDO.
           MOVE ZERO                    TO TERM-DISPENSADO.
           MOVE ZERO                    TO TERM-QTD-SAQUES.
           MOVE TAB-NSU-MAIOR(WS-IDX)   TO TERM-NSU-FECHAMENTO.
           MOVE WS-DATA-PROCESSAMENTO   TO TERM-DATA-FECHAMENTO.
           REWRITE WS-TERMINAL-REC
              INVALID KEY
                 DISPLAY 'FECHTERM - ERRO AO REGRAVAR TERMINAL: '
                         TERM-CODIGO
           END-REWRITE.

       9000-FINALIZAR.
           CLOSE TERMMEST.
           CLOSE FECHREL.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'FECHTERM' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'FECHTERM - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-TERMINAIS TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-DIFERENCAS TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.
