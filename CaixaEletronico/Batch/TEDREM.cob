       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDREM.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: REMESSA DE TED PARA A COMPENSACAO.  LE OS
      *==           PEDIDOS DE TED PARA OUTROS BANCOS GRAVADOS
      *==           PELO CAIXA-ELETRONICO (TEDPEND, COPYBOOK CXTED),
      *==           JA DEBITADOS DO CLIENTE COM MOVIMENTO 'B' NO
      *==           DIARIO, E GERA O ARQUIVO DE REMESSA TEDSAI EM
      *==           LAYOUT FIXO, NOS MOLDES DO CONTFILE: HEADER
      *==           (TIPO 1) COM O BANCO REMETENTE, O NUMERO DA
      *==           REMESSA E A DATA DE MOVIMENTO, UM DETALHE
      *==           (TIPO 2) POR TED COM REMETENTE (CPF E NOME DO
      *==           MESTRE CLIMEST) E FAVORECIDO, E TRAILER (TIPO
      *==           3) COM CONTAGEM DE DETALHES E TOTAL HASH DO
      *==           VALOR.  CADA REMESSA E REGISTRADA NO CONTROLE
      *==           TEDCTL (COPYBOOK CXTEDCTL) COM SITUACAO
      *==           PENDENTE, PARA CONFRONTO COM O RETORNO DA
      *==           COMPENSACAO PELO TEDRET.
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL TEDREM, NA
      *==           CADEIA NOTURNA.  A DATA VEM DE SYSIN
      *==           (AAAAMMDD; 00000000 = DATA DE MOVIMENTO DO
      *==           CONTROLE DATAMOV).  ENTRAM OS PEDIDOS PENDENTES
      *==           FEITOS ATE A DATA DE MOVIMENTO (OS DE FIM DE
      *==           SEMANA E FERIADO VAO NA REMESSA DO DIA UTIL
      *==           SEGUINTE), QUE PASSAM A ENVIADOS COM O NUMERO
      *==           DA REMESSA.  O TEDPEND E REGRAVADO EM TEDNOV E
      *==           O PASSO SEGUINTE DO JCL SUBSTITUI O TEDPEND
      *==           PELO TEDNOV.  UMA REMESSA POR DATA DE
      *==           MOVIMENTO: SE A DATA JA TEM REMESSA NO TEDCTL,
      *==           O TEDSAI E REGERADO COM OS MESMOS PEDIDOS E O
      *==           MESMO NUMERO, SEM PEGAR PEDIDOS NOVOS.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEDPEND ASSIGN TO "TEDPEND"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDPEND-STATUS.

           SELECT TEDNOV ASSIGN TO "TEDNOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDNOV-STATUS.

           SELECT TEDSAI ASSIGN TO "TEDSAI"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDSAI-STATUS.

           SELECT TEDCTL ASSIGN TO "TEDCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDCTL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  TEDPEND.
       01  WS-TEDPEND-REC.
           COPY CXTED.

       FD  TEDNOV.
       01  WS-TEDNOV-REC              PIC X(137).

       FD  TEDSAI.
       01  WS-TEDSAI-REC              PIC X(150).

       FD  TEDCTL.
       01  WS-TEDCTL-REC.
           COPY CXTEDCTL.

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

       WORKING-STORAGE                 SECTION.

       77  WS-TEDPEND-STATUS   PIC X(02).
       77  WS-TEDNOV-STATUS    PIC X(02).
       77  WS-TEDSAI-STATUS    PIC X(02).
       77  WS-TEDCTL-STATUS    PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-CLIMEST-STATUS   PIC X(02).
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZERO.

      *    CODIGO DO BANCO XPTO NA COMPENSACAO
       77  WS-BANCO-PROPRIO    PIC 9(03) VALUE 999.
       77  WS-NUMERO-REMESSA   PIC 9(06) VALUE ZERO.
       77  WS-ULTIMA-REMESSA   PIC 9(06) VALUE ZERO.

       77  WS-FIM-TEDPEND-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-TEDPEND          VALUE 'S'.
       77  WS-FIM-TEDCTL-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-TEDCTL           VALUE 'S'.
       77  WS-REGERAR-SW       PIC X(01) VALUE 'N'.
           88  WS-REGERAR-REMESSA      VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-DATA-INFORMADA-SW PIC X(01) VALUE 'N'.
           88  WS-DATA-INFORMADA       VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.

       77  WS-QTD-LIDOS        PIC 9(09) VALUE ZERO.
       77  WS-QTD-DETALHES     PIC 9(09) VALUE ZERO.
       77  WS-QTD-MANTIDOS     PIC 9(09) VALUE ZERO.
       77  WS-QTD-SEM-CADASTRO PIC 9(09) VALUE ZERO.
       77  WS-HASH-VALOR       PIC 9(15)V99 VALUE ZERO.

       01  WS-SAI-HEADER.
           05  HDR-TIPO-REG            PIC X(01) VALUE '1'.
           05  HDR-BANCO-REMETENTE     PIC 9(03).
           05  HDR-NUMERO-REMESSA      PIC 9(06).
           05  HDR-DATA-MOVIMENTO      PIC 9(08).
           05  HDR-DATA-GERACAO        PIC 9(08).
           05  HDR-HORA-GERACAO        PIC 9(06).
           05  FILLER                  PIC X(118) VALUE SPACES.

       01  WS-SAI-DETALHE.
           05  DET-TIPO-REG            PIC X(01) VALUE '2'.
           05  DET-NUMERO-TED          PIC 9(10).
           05  DET-CONTA-ORIGEM        PIC 9(10).
           05  DET-CPF-REMETENTE       PIC 9(11).
           05  DET-NOME-REMETENTE      PIC X(40).
           05  DET-BANCO-DESTINO       PIC 9(03).
           05  DET-AGENCIA-DESTINO     PIC 9(04).
           05  DET-CONTA-DESTINO       PIC 9(12).
           05  DET-CPF-FAVORECIDO      PIC 9(11).
           05  DET-VALOR               PIC 9(13)V99.
           05  DET-DATA-PEDIDO         PIC 9(08).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-SAI-TRAILER.
           05  TRL-TIPO-REG            PIC X(01) VALUE '3'.
           05  TRL-QTD-DETALHES        PIC 9(09).
           05  TRL-HASH-VALOR          PIC 9(15)V99.
           05  FILLER                  PIC X(123) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-PEDIDOS.
           PERFORM 3000-GRAVAR-TRAILER.
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
           PERFORM 1030-CONTROLAR-EXECUCAO.
           PERFORM 1100-LOCALIZAR-REMESSA.
           OPEN INPUT TEDPEND.
           IF WS-TEDPEND-STATUS NOT = '00'
              SET WS-FIM-TEDPEND TO TRUE
           END-IF.
           OPEN OUTPUT TEDNOV.
           OPEN OUTPUT TEDSAI.
           OPEN INPUT CONTAS.
           OPEN INPUT CLIMEST.
           MOVE WS-BANCO-PROPRIO  TO HDR-BANCO-REMETENTE.
           MOVE WS-NUMERO-REMESSA TO HDR-NUMERO-REMESSA.
           MOVE WS-DATA-MOVIMENTO TO HDR-DATA-MOVIMENTO.
           ACCEPT HDR-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT HDR-HORA-GERACAO FROM TIME.
           WRITE WS-TEDSAI-REC FROM WS-SAI-HEADER.

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
              DISPLAY 'TEDREM - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
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
           MOVE 'TEDREM' TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'TEDREM - JA CONCLUIDO NA DATA '
                      WS-DATA-MOVIMENTO
              DISPLAY 'TEDREM - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'TEDREM' TO EXEC-JOB
              MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO
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

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'TEDREM - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    PROXIMO NUMERO DE REMESSA, OU O NUMERO DA REMESSA JA
      *    GERADA PARA A DATA (REGERACAO DO MESMO ARQUIVO)
       1100-LOCALIZAR-REMESSA.
           OPEN INPUT TEDCTL.
           IF WS-TEDCTL-STATUS = '00'
              PERFORM 1150-LER-PROXIMO-CONTROLE
                 UNTIL WS-FIM-TEDCTL
              CLOSE TEDCTL
           END-IF.
           IF WS-REGERAR-REMESSA
              DISPLAY 'TEDREM - REMESSA DA DATA JA GERADA - '
                      'ARQUIVO REGERADO SEM PEDIDOS NOVOS'
           ELSE
              COMPUTE WS-NUMERO-REMESSA = WS-ULTIMA-REMESSA + 1
           END-IF.
           DISPLAY 'TEDREM - REMESSA.........: ' WS-NUMERO-REMESSA.

       1150-LER-PROXIMO-CONTROLE.
           READ TEDCTL
              AT END
                 SET WS-FIM-TEDCTL TO TRUE
              NOT AT END
                 IF TEDC-REMESSA
                    IF TEDC-NUMERO > WS-ULTIMA-REMESSA
                       MOVE TEDC-NUMERO TO WS-ULTIMA-REMESSA
                    END-IF
                    IF TEDC-DATA-MOVIMENTO = WS-DATA-MOVIMENTO
                       SET WS-REGERAR-REMESSA TO TRUE
                       MOVE TEDC-NUMERO TO WS-NUMERO-REMESSA
                    END-IF
                 END-IF
           END-READ.

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
           IF WS-REGERAR-REMESSA
              IF NOT TED-PENDENTE
                 AND TED-NUMERO-REMESSA = WS-NUMERO-REMESSA
                 PERFORM 2300-GRAVAR-DETALHE
              ELSE
                 ADD 1 TO WS-QTD-MANTIDOS
              END-IF
           ELSE
              IF TED-PENDENTE
                 AND TED-DATA-PEDIDO NOT GREATER THAN
                     WS-DATA-MOVIMENTO
                 SET TED-ENVIADA TO TRUE
                 MOVE WS-DATA-MOVIMENTO TO TED-DATA-REMESSA
                 MOVE WS-NUMERO-REMESSA TO TED-NUMERO-REMESSA
                 PERFORM 2300-GRAVAR-DETALHE
              ELSE
                 ADD 1 TO WS-QTD-MANTIDOS
              END-IF
           END-IF.
           WRITE WS-TEDNOV-REC FROM WS-TEDPEND-REC.
           PERFORM 2100-LER-PROXIMO-PEDIDO.

       2300-GRAVAR-DETALHE.
           PERFORM 2350-BUSCAR-REMETENTE.
           MOVE TED-NUMERO          TO DET-NUMERO-TED.
           MOVE TED-CONTA-ORIGEM    TO DET-CONTA-ORIGEM.
           MOVE TED-BANCO-DESTINO   TO DET-BANCO-DESTINO.
           MOVE TED-AGENCIA-DESTINO TO DET-AGENCIA-DESTINO.
           MOVE TED-CONTA-DESTINO   TO DET-CONTA-DESTINO.
           MOVE TED-CPF-FAVORECIDO  TO DET-CPF-FAVORECIDO.
           MOVE TED-VALOR           TO DET-VALOR.
           MOVE TED-DATA-PEDIDO     TO DET-DATA-PEDIDO.
           WRITE WS-TEDSAI-REC FROM WS-SAI-DETALHE.
           ADD 1 TO WS-QTD-DETALHES.
           ADD TED-VALOR TO WS-HASH-VALOR.

       2350-BUSCAR-REMETENTE.
           MOVE ZERO   TO DET-CPF-REMETENTE.
           MOVE SPACES TO DET-NOME-REMETENTE.
           MOVE TED-CONTA-ORIGEM TO XREF-CONTA-NUMERO OF
                                    WS-CONTA-REC.
           READ CONTAS
              INVALID KEY
                 MOVE ZERO TO XREF-CLIENTE-NUMERO OF WS-CONTA-REC
           END-READ.
           MOVE XREF-CLIENTE-NUMERO OF WS-CONTA-REC TO CLI-NUMERO.
           READ CLIMEST
              INVALID KEY
                 ADD 1 TO WS-QTD-SEM-CADASTRO
                 DISPLAY 'TEDREM - REMETENTE SEM CADASTRO - TED '
                         TED-NUMERO ' CONTA ' TED-CONTA-ORIGEM
              NOT INVALID KEY
                 MOVE CLI-CPF  TO DET-CPF-REMETENTE
                 MOVE CLI-NOME TO DET-NOME-REMETENTE
           END-READ.

       3000-GRAVAR-TRAILER.
           MOVE WS-QTD-DETALHES TO TRL-QTD-DETALHES.
           MOVE WS-HASH-VALOR   TO TRL-HASH-VALOR.
           WRITE WS-TEDSAI-REC FROM WS-SAI-TRAILER.
           IF NOT WS-REGERAR-REMESSA
              PERFORM 3100-REGISTRAR-REMESSA
           END-IF.

       3100-REGISTRAR-REMESSA.
           OPEN EXTEND TEDCTL.
           IF WS-TEDCTL-STATUS = '35'
              CLOSE TEDCTL
              OPEN OUTPUT TEDCTL
              CLOSE TEDCTL
              OPEN EXTEND TEDCTL
           END-IF.
           INITIALIZE WS-TEDCTL-REC.
           SET TEDC-REMESSA TO TRUE.
           MOVE WS-NUMERO-REMESSA TO TEDC-NUMERO.
           MOVE WS-DATA-MOVIMENTO TO TEDC-DATA-MOVIMENTO.
           MOVE HDR-DATA-GERACAO  TO TEDC-DATA-GERACAO.
           MOVE HDR-HORA-GERACAO  TO TEDC-HORA-GERACAO.
           MOVE WS-QTD-DETALHES   TO TEDC-QTD-DETALHES.
           MOVE WS-HASH-VALOR     TO TEDC-HASH-VALOR.
           SET TEDC-PENDENTE TO TRUE.
           MOVE ZERO              TO TEDC-DATA-RETORNO.
           WRITE WS-TEDCTL-REC.
           CLOSE TEDCTL.

       9000-FINALIZAR.
           CLOSE TEDPEND.
           CLOSE TEDNOV.
           CLOSE TEDSAI.
           CLOSE CONTAS.
           CLOSE CLIMEST.
           IF WS-QTD-SEM-CADASTRO > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'TEDREM - DATA MOVIMENTO..: ' WS-DATA-MOVIMENTO.
           DISPLAY 'TEDREM - PEDIDOS LIDOS...: ' WS-QTD-LIDOS.
           DISPLAY 'TEDREM - TEDS NA REMESSA.: ' WS-QTD-DETALHES.
           DISPLAY 'TEDREM - MANTIDOS........: ' WS-QTD-MANTIDOS.
           DISPLAY 'TEDREM - SEM CADASTRO....: ' WS-QTD-SEM-CADASTRO.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'TEDREM' TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'TEDREM - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-DETALHES TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-SEM-CADASTRO TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.
