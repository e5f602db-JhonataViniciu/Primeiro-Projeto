       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITCADEI.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: RELATORIO DE SITUACAO DA CADEIA BATCH.  LE O
      *==           CONTROLE DE EXECUCAO EXECCTL E LISTA, NA ORDEM
      *==           DA CADEIA NOTURNA, CADA JOB DA DATA DE
      *==           MOVIMENTO (CONCLUIDO, COM ERRO, INTERROMPIDO
      *==           OU PENDENTE) COM INICIO, FIM, RC, QUANTIDADES
      *==           E NUMERO DE EXECUCOES, SEGUIDO DOS DEMAIS JOBS
      *==           REGISTRADOS NA DATA (CONVDEB, TEDRET,
      *==           TEDRECB).  EMITE O RELATORIO SITREL PARA A
      *==           CONFERENCIA DA MANHA.
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL SITCADEI, PELA
      *==           MANHA, APOS A CADEIA.  A DATA VEM DE SYSIN
      *==           (AAAAMMDD); 00000000 = DATA DE MOVIMENTO DO
      *==           DATAMOV SE ALGUM JOB DA CADEIA JA A REGISTROU,
      *==           SENAO A DATA DE MOVIMENTO ANTERIOR (A CADEIA
      *==           DA NOITE JA VIROU A DATA).  SO LE O EXECCTL.
      *==           HAVENDO JOB DA CADEIA NAO CONCLUIDO O PROGRAMA
      *==           TERMINA COM RETURN-CODE 4.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      REMESSA DE TED (TEDREM) INCLUIDA NA
      *==                    CADEIA, ANTES DA VIRADIA
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

           SELECT SITREL ASSIGN TO "SITREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       FD  SITREL.
       01  REL-LINHA                  PIC X(120).

       WORKING-STORAGE                 SECTION.

       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).
       77  WS-SITREL-STATUS    PIC X(02).

       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-TEM-EXECCTL-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECCTL          VALUE 'S'.
       77  WS-DATA-REGISTRADA-SW PIC X(01) VALUE 'N'.
           88  WS-DATA-REGISTRADA      VALUE 'S'.
       77  WS-FIM-EXECCTL-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-EXECCTL          VALUE 'S'.
       77  WS-JOB-DA-CADEIA-SW PIC X(01) VALUE 'N'.
           88  WS-JOB-DA-CADEIA        VALUE 'S'.

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.
       77  WS-DATA-SISTEMA        PIC 9(08) VALUE ZERO.
       77  WS-QTD-CONCLUIDOS      PIC 9(03) VALUE ZERO.
       77  WS-QTD-COM-ERRO        PIC 9(03) VALUE ZERO.
       77  WS-QTD-INTERROMPIDOS   PIC 9(03) VALUE ZERO.
       77  WS-QTD-PENDENTES       PIC 9(03) VALUE ZERO.
       77  WS-QTD-OUTROS          PIC 9(03) VALUE ZERO.

      *    JOBS DA CADEIA NOTURNA, NA ORDEM DE EXECUCAO
       01  WS-CADEIA-AREA.
           05  FILLER              PIC X(08) VALUE 'EFETAGEN'.
           05  FILLER              PIC X(08) VALUE 'COMPCHEQ'.
           05  FILLER              PIC X(08) VALUE 'TARIFMES'.
           05  FILLER              PIC X(08) VALUE 'RENDMENS'.
           05  FILLER              PIC X(08) VALUE 'COBREMP'.
           05  FILLER              PIC X(08) VALUE 'CONCILIA'.
           05  FILLER              PIC X(08) VALUE 'MONATIP'.
           05  FILLER              PIC X(08) VALUE 'FECHTERM'.
           05  FILLER              PIC X(08) VALUE 'CONTABIL'.
           05  FILLER              PIC X(08) VALUE 'ARQDIA'.
           05  FILLER              PIC X(08) VALUE 'DORMENTE'.
           05  FILLER              PIC X(08) VALUE 'TEDREM'.
           05  FILLER              PIC X(08) VALUE 'VIRADIA'.
       01  WS-CADEIA-TAB REDEFINES WS-CADEIA-AREA.
           05  WS-JOB-CADEIA       PIC X(08) OCCURS 13 TIMES
                                   INDEXED BY WS-JDX.
       77  WS-QTD-JOBS-CADEIA  PIC 9(02) VALUE 13.

       01  WS-REL-CABECALHO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               'SITUACAO DA CADEIA BATCH - CAIXA ELETRONICO'.
           05  FILLER                  PIC X(12) VALUE
               'MOVIMENTO: '.
           05  CAB-DATA                PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               '  DATAMOV: '.
           05  CAB-DATAMOV             PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               '  EMISSAO: '.
           05  CAB-EMISSAO             PIC 9(08).

       01  WS-REL-CABECALHO2.
           05  FILLER                  PIC X(09) VALUE 'JOB'.
           05  FILLER                  PIC X(13) VALUE 'SITUACAO'.
           05  FILLER                  PIC X(16) VALUE 'INICIO'.
           05  FILLER                  PIC X(16) VALUE 'FIM'.
           05  FILLER                  PIC X(05) VALUE '  RC'.
           05  FILLER                  PIC X(11) VALUE '     LIDOS'.
           05  FILLER                  PIC X(11) VALUE ' PROCESSAD'.
           05  FILLER                  PIC X(11) VALUE '  EXCECOES'.
           05  FILLER                  PIC X(05) VALUE ' EXEC'.
           05  FILLER                  PIC X(11) VALUE ' MODO'.

       01  WS-REL-TITULO-OUTROS.
           05  FILLER                  PIC X(40) VALUE
               'OUTROS JOBS REGISTRADOS NA DATA'.

       01  WS-REL-DETALHE.
           05  DET-JOB                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-SITUACAO            PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-DATA-INICIO         PIC 9(08) BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-HORA-INICIO         PIC 9(06) BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-DATA-FIM            PIC 9(08) BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-HORA-FIM            PIC 9(06) BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-RETORNO             PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-QTD-LIDOS           PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-QTD-PROCESSADOS     PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-QTD-EXCECOES        PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-QTD-EXECUCOES       PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-MODO                PIC X(10).

       01  WS-REL-RODAPE.
           05  FILLER                  PIC X(25) VALUE
               'JOBS CONCLUIDOS.......: '.
           05  ROD-CONCLUIDOS          PIC ZZ9.

       01  WS-REL-RODAPE2.
           05  FILLER                  PIC X(25) VALUE
               'JOBS COM ERRO.........: '.
           05  ROD-COM-ERRO            PIC ZZ9.

       01  WS-REL-RODAPE3.
           05  FILLER                  PIC X(25) VALUE
               'JOBS INTERROMPIDOS....: '.
           05  ROD-INTERROMPIDOS       PIC ZZ9.

       01  WS-REL-RODAPE4.
           05  FILLER                  PIC X(25) VALUE
               'JOBS PENDENTES........: '.
           05  ROD-PENDENTES           PIC ZZ9.

       01  WS-REL-RODAPE5.
           05  FILLER                  PIC X(25) VALUE
               'OUTROS JOBS NA DATA...: '.
           05  ROD-OUTROS              PIC ZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-LISTAR-CADEIA.
           PERFORM 3000-LISTAR-OUTROS-JOBS.
           PERFORM 4000-EMITIR-RODAPE.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-PARM-DATA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1020-LER-DATA-MOVIMENTO.
           OPEN INPUT EXECCTL.
           IF WS-EXECCTL-STATUS = '00'
              SET WS-TEM-EXECCTL TO TRUE
           ELSE
              DISPLAY 'SITCADEI - CONTROLE DE EXECUCAO EXECCTL '
                      'AUSENTE'
           END-IF.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-PROCESSAMENTO
           ELSE
              PERFORM 1100-ESCOLHER-DATA
           END-IF.
           OPEN OUTPUT SITREL.

       1020-LER-DATA-MOVIMENTO.
           OPEN INPUT DATAMOV.
           IF WS-DATAMOV-STATUS = '00'
              READ DATAMOV
                 NOT AT END
                    SET WS-TEM-DATAMOV TO TRUE
              END-READ
              CLOSE DATAMOV
           END-IF.
           IF NOT WS-TEM-DATAMOV
              DISPLAY 'SITCADEI - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              MOVE WS-DATA-SISTEMA TO DMOV-DATA-MOVIMENTO
              MOVE WS-DATA-SISTEMA TO DMOV-DATA-ANTERIOR
           END-IF.

      *    A CADEIA DA NOITE TERMINA VIRANDO O DATAMOV: SE NENHUM JOB
      *    REGISTROU AINDA A DATA DE MOVIMENTO ATUAL, A CADEIA A
      *    CONFERIR E A DA DATA ANTERIOR
       1100-ESCOLHER-DATA.
           MOVE DMOV-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO.
           IF WS-TEM-EXECCTL
              PERFORM 1150-PROCURAR-DATA
                 VARYING WS-JDX FROM 1 BY 1
                 UNTIL WS-JDX > WS-QTD-JOBS-CADEIA
                    OR WS-DATA-REGISTRADA
           END-IF.
           IF NOT WS-DATA-REGISTRADA
              MOVE DMOV-DATA-ANTERIOR TO WS-DATA-PROCESSAMENTO
           END-IF.

       1150-PROCURAR-DATA.
           MOVE WS-JOB-CADEIA(WS-JDX) TO EXEC-JOB.
           MOVE DMOV-DATA-MOVIMENTO   TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              NOT INVALID KEY
                 SET WS-DATA-REGISTRADA TO TRUE
           END-READ.

       2000-LISTAR-CADEIA.
           MOVE WS-DATA-PROCESSAMENTO TO CAB-DATA.
           MOVE DMOV-DATA-MOVIMENTO   TO CAB-DATAMOV.
           MOVE WS-DATA-SISTEMA       TO CAB-EMISSAO.
           WRITE REL-LINHA FROM WS-REL-CABECALHO.
           WRITE REL-LINHA FROM SPACES.
           WRITE REL-LINHA FROM WS-REL-CABECALHO2.
           WRITE REL-LINHA FROM SPACES.
           PERFORM 2100-LISTAR-JOB-CADEIA
              VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-QTD-JOBS-CADEIA.

       2100-LISTAR-JOB-CADEIA.
           MOVE WS-JOB-CADEIA(WS-JDX) TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           IF WS-TEM-EXECCTL
              READ EXECCTL
                 INVALID KEY
                    PERFORM 2200-JOB-PENDENTE
                 NOT INVALID KEY
                    PERFORM 2300-JOB-REGISTRADO
              END-READ
           ELSE
              PERFORM 2200-JOB-PENDENTE
           END-IF.

       2200-JOB-PENDENTE.
           INITIALIZE WS-REL-DETALHE.
           MOVE WS-JOB-CADEIA(WS-JDX) TO DET-JOB.
           MOVE 'PENDENTE'            TO DET-SITUACAO.
           ADD 1 TO WS-QTD-PENDENTES.
           WRITE REL-LINHA FROM WS-REL-DETALHE.

       2300-JOB-REGISTRADO.
           PERFORM 2400-MONTAR-DETALHE.
           EVALUATE TRUE
              WHEN EXEC-CONCLUIDO
                 ADD 1 TO WS-QTD-CONCLUIDOS
              WHEN EXEC-COM-ERRO
                 ADD 1 TO WS-QTD-COM-ERRO
              WHEN OTHER
                 ADD 1 TO WS-QTD-INTERROMPIDOS
           END-EVALUATE.
           WRITE REL-LINHA FROM WS-REL-DETALHE.

       2400-MONTAR-DETALHE.
           INITIALIZE WS-REL-DETALHE.
           MOVE EXEC-JOB              TO DET-JOB.
           EVALUATE TRUE
              WHEN EXEC-CONCLUIDO
                 MOVE 'CONCLUIDO'    TO DET-SITUACAO
              WHEN EXEC-COM-ERRO
                 MOVE 'COM ERRO'     TO DET-SITUACAO
              WHEN OTHER
                 MOVE 'INTERROMPIDO' TO DET-SITUACAO
           END-EVALUATE.
           MOVE EXEC-DATA-INICIO      TO DET-DATA-INICIO.
           MOVE EXEC-HORA-INICIO      TO DET-HORA-INICIO.
           MOVE EXEC-DATA-FIM         TO DET-DATA-FIM.
           MOVE EXEC-HORA-FIM         TO DET-HORA-FIM.
           MOVE EXEC-RETORNO          TO DET-RETORNO.
           MOVE EXEC-QTD-LIDOS        TO DET-QTD-LIDOS.
           MOVE EXEC-QTD-PROCESSADOS  TO DET-QTD-PROCESSADOS.
           MOVE EXEC-QTD-EXCECOES     TO DET-QTD-EXCECOES.
           MOVE EXEC-QTD-EXECUCOES    TO DET-QTD-EXECUCOES.
           IF EXEC-MODO-REPROCESSO
              MOVE 'REPROCESSO' TO DET-MODO
           ELSE
              MOVE 'NORMAL'     TO DET-MODO
           END-IF.

       3000-LISTAR-OUTROS-JOBS.
           WRITE REL-LINHA FROM SPACES.
           WRITE REL-LINHA FROM WS-REL-TITULO-OUTROS.
           WRITE REL-LINHA FROM SPACES.
           IF NOT WS-TEM-EXECCTL
              SET WS-FIM-EXECCTL TO TRUE
           ELSE
              MOVE LOW-VALUES TO EXEC-CHAVE
              START EXECCTL KEY IS NOT LESS THAN EXEC-CHAVE
                 INVALID KEY
                    SET WS-FIM-EXECCTL TO TRUE
              END-START
           END-IF.
           PERFORM 3100-LER-PROXIMA-EXECUCAO
              UNTIL WS-FIM-EXECCTL.

       3100-LER-PROXIMA-EXECUCAO.
           READ EXECCTL NEXT RECORD
              AT END
                 SET WS-FIM-EXECCTL TO TRUE
              NOT AT END
                 IF EXEC-DATA-MOVIMENTO = WS-DATA-PROCESSAMENTO
                    PERFORM 3200-TRATAR-OUTRO-JOB
                 END-IF
           END-READ.

       3200-TRATAR-OUTRO-JOB.
           MOVE 'N' TO WS-JOB-DA-CADEIA-SW.
           SET WS-JDX TO 1.
           SEARCH WS-JOB-CADEIA
              AT END
                 CONTINUE
              WHEN WS-JOB-CADEIA(WS-JDX) = EXEC-JOB
                 SET WS-JOB-DA-CADEIA TO TRUE
           END-SEARCH.
           IF NOT WS-JOB-DA-CADEIA
              PERFORM 2400-MONTAR-DETALHE
              ADD 1 TO WS-QTD-OUTROS
              WRITE REL-LINHA FROM WS-REL-DETALHE
           END-IF.

       4000-EMITIR-RODAPE.
           WRITE REL-LINHA FROM SPACES.
           MOVE WS-QTD-CONCLUIDOS    TO ROD-CONCLUIDOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE.
           MOVE WS-QTD-COM-ERRO      TO ROD-COM-ERRO.
           WRITE REL-LINHA FROM WS-REL-RODAPE2.
           MOVE WS-QTD-INTERROMPIDOS TO ROD-INTERROMPIDOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE3.
           MOVE WS-QTD-PENDENTES     TO ROD-PENDENTES.
           WRITE REL-LINHA FROM WS-REL-RODAPE4.
           MOVE WS-QTD-OUTROS        TO ROD-OUTROS.
           WRITE REL-LINHA FROM WS-REL-RODAPE5.
           DISPLAY 'SITCADEI - MOVIMENTO.......: '
                   WS-DATA-PROCESSAMENTO.
           DISPLAY 'SITCADEI - CONCLUIDOS......: ' WS-QTD-CONCLUIDOS.
           DISPLAY 'SITCADEI - COM ERRO........: ' WS-QTD-COM-ERRO.
           DISPLAY 'SITCADEI - INTERROMPIDOS...: '
                   WS-QTD-INTERROMPIDOS.
           DISPLAY 'SITCADEI - PENDENTES.......: ' WS-QTD-PENDENTES.
           IF WS-QTD-CONCLUIDOS < WS-QTD-JOBS-CADEIA
              MOVE 4 TO RETURN-CODE
           END-IF.

       9000-FINALIZAR.
           IF WS-TEM-EXECCTL
              CLOSE EXECCTL
           END-IF.
           CLOSE SITREL.
