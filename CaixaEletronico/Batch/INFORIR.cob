      *== OBJETIVO: INFORME ANUAL DE RENDIMENTOS POR CLIENTE PARA
      *==           A DECLARACAO DE IMPOSTO DE RENDA.  A PARTIR
      *==           DOS MOVIMENTOS TIPO 'J' (RENDIMENTO MENSAL
      *==           GRAVADO PELO RENDMENS) LIDOS DO HISTORICO
      *==           INDEXADO DO DIARIO (DIAHIST) E DOS SALDOS
      *==           DE FECHAMENTO DO SALDARQ EM 31/12, GERA UM
      *==           DOCUMENTO PAGINADO POR CLIENTE (NOME, CPF E
      *==           ENDERECO DO CLIMEST VIA XREF-CLIENTE-NUMERO
      *==           DO CONTAS) COM O SALDO EM 31/12 DE CADA CONTA
      *==           E O TOTAL DE RENDIMENTOS CREDITADOS NO ANO,
      *==           NO PADRAO VISUAL DO EXTRATO (EXTRREL).
      *== DATA: 02/09/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL INFORIR, UMA
      *==           VEZ POR ANO.  O ANO (AAAA) VEM DE SYSIN.
      *==           PARA CADA CONTA DO CONTAS SAO LIDOS SO OS
      *==           MOVIMENTOS DA CONTA NO ANO, PELA CHAVE
      *==           ALTERNADA CONTA + DATA DO DIAHIST; EXECUTAR
      *==           DEPOIS QUE O ARQDIA ARQUIVOU O ULTIMO
      *==           MOVIMENTO DO ANO.
      *==           SOMENTE LEITURA, EXCETO O RELATORIO INFORREL.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-09-02 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      RENDIMENTOS LIDOS DO HISTORICO INDEXADO
      *==                    DIAHIST (GRAVADO PELO ARQDIA, COPYBOOKS
      *==                    CXDIARIO E CXDIACHV), CONTA A CONTA,
      *==                    SO NO ANO-BASE, EM VEZ DE VARRER TODAS
      *==                    AS GERACOES DO DIARIO ARQUIVADO
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAHIST ASSIGN TO "DIAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAHIST-STATUS.

           SELECT SALDARQ ASSIGN TO "SALDARQ"
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  DIAHIST.
       01  WS-DIAHIST-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  SALDARQ.
       01  WS-SALDARQ-REC.

       WORKING-STORAGE                 SECTION.

       77  WS-DIAHIST-STATUS   PIC X(02).
       77  WS-SALDARQ-STATUS   PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-CLIMEST-STATUS   PIC X(02).
       77  WS-INFORREL-STATUS  PIC X(02).

       77  WS-PARM-ANO         PIC 9(04) VALUE ZERO.
       77  WS-DATA-0101        PIC 9(08) VALUE ZERO.
       77  WS-DATA-3112        PIC 9(08) VALUE ZERO.

       77  WS-FIM-DIAHIST-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-DIAHIST          VALUE 'S'.
       77  WS-FIM-CONTAS-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-CONTAS           VALUE 'S'.
       77  WS-SEM-HISTORICO-SW PIC X(01) VALUE 'N'.
           88  WS-SEM-HISTORICO        VALUE 'S'.
       77  WS-CONTA-LIDA       PIC 9(10) VALUE ZERO.
       77  WS-RENDIMENTOS-CONTA PIC 9(10)V99 VALUE ZERO.
       77  WS-FIM-SALDARQ-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-SALDARQ          VALUE 'S'.
       77  WS-TEM-CLIENTE-SW   PIC X(01) VALUE 'N'.

       1000-INICIALIZAR.
           ACCEPT WS-PARM-ANO.
           COMPUTE WS-DATA-0101 = WS-PARM-ANO * 10000 + 0101.
           COMPUTE WS-DATA-3112 = WS-PARM-ANO * 10000 + 1231.
           OPEN INPUT SALDARQ.
           IF WS-SALDARQ-STATUS NOT = '00'
              SET WS-FIM-SALDARQ TO TRUE
           END-IF.
           OPEN INPUT DIAHIST.
           IF WS-DIAHIST-STATUS NOT = '00'
              DISPLAY 'INFORIR - HISTORICO DIAHIST INDISPONIVEL - '
                      'RENDIMENTOS ZERADOS'
              SET WS-SEM-HISTORICO TO TRUE
           END-IF.
           OPEN INPUT CONTAS.
           OPEN INPUT CLIMEST.
           MOVE 'N'    TO TAB-PROCESSADA(WS-IDX).

       3000-ACUMULAR-RENDIMENTOS.
           IF WS-SEM-HISTORICO
              SET WS-FIM-CONTAS TO TRUE
           ELSE
              MOVE LOW-VALUES TO XREF-CONTA-NUMERO OF WS-CONTA-REC
              START CONTAS KEY IS NOT LESS THAN
                    XREF-CONTA-NUMERO OF WS-CONTA-REC
                 INVALID KEY
                    SET WS-FIM-CONTAS TO TRUE
              END-START
           END-IF.
           PERFORM 3100-LER-PROXIMA-CONTA.
           PERFORM 3200-TRATAR-CONTA
              UNTIL WS-FIM-CONTAS.
           IF NOT WS-SEM-HISTORICO
              CLOSE DIAHIST
           END-IF.

       3100-LER-PROXIMA-CONTA.
           IF NOT WS-FIM-CONTAS
              READ CONTAS NEXT RECORD
                 AT END
                    SET WS-FIM-CONTAS TO TRUE
              END-READ
           END-IF.

      *    SO OS MOVIMENTOS DA CONTA NO ANO-BASE, PELA CHAVE
      *    ALTERNADA CONTA + DATA DO DIAHIST
       3200-TRATAR-CONTA.
           MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC TO WS-CONTA-LIDA.
           MOVE ZERO TO WS-RENDIMENTOS-CONTA.
           MOVE 'N' TO WS-FIM-DIAHIST-SW.
           MOVE WS-CONTA-LIDA TO DIARIO-CHV-CONTA.
           MOVE WS-DATA-0101  TO DIARIO-CHV-DATA.
           START DIAHIST KEY IS NOT LESS THAN DIARIO-CHAVE-CONTA-DATA
              INVALID KEY
                 SET WS-FIM-DIAHIST TO TRUE
           END-START.
           PERFORM 3300-LER-PROXIMO-DIAHIST.
           PERFORM 3400-TRATAR-DIAHIST
              UNTIL WS-FIM-DIAHIST.
           IF WS-RENDIMENTOS-CONTA > ZERO
              PERFORM 3500-LOCALIZAR-CONTA-RENDIM
              ADD WS-RENDIMENTOS-CONTA TO TAB-RENDIMENTOS(WS-IDX)
           END-IF.
           PERFORM 3100-LER-PROXIMA-CONTA.

       3300-LER-PROXIMO-DIAHIST.
           IF NOT WS-FIM-DIAHIST
              READ DIAHIST NEXT RECORD
                 AT END
                    SET WS-FIM-DIAHIST TO TRUE
                 NOT AT END
                    IF DIARIO-CHV-CONTA NOT = WS-CONTA-LIDA
                       OR DIARIO-CHV-DATA > WS-DATA-3112
                       SET WS-FIM-DIAHIST TO TRUE
                    END-IF
              END-READ
           END-IF.

       3400-TRATAR-DIAHIST.
           IF DIARIO-E-RENDIMENTO
              ADD DIARIO-VALOR TO WS-RENDIMENTOS-CONTA
           END-IF.
           PERFORM 3300-LER-PROXIMO-DIAHIST.

       3500-LOCALIZAR-CONTA-RENDIM.
           SET WS-IDX TO 1.
           SEARCH TAB-ENTRY
              AT END
                 PERFORM 3600-INSERIR-CONTA-RENDIM
              WHEN TAB-CONTA(WS-IDX) = WS-CONTA-LIDA
                 CONTINUE
           END-SEARCH.

       3600-INSERIR-CONTA-RENDIM.
           IF WS-QTD-CONTAS < 500
              ADD 1 TO WS-QTD-CONTAS
              SET WS-IDX TO WS-QTD-CONTAS
              MOVE WS-CONTA-LIDA TO TAB-CONTA(WS-IDX)
              PERFORM 6500-LIMPAR-ENTRADA
           ELSE
              DISPLAY 'TABELA DE CONTAS CHEIA - CONTA IGNORADA: '
                      WS-CONTA-LIDA
              SET WS-IDX TO WS-QTD-CONTAS
           END-IF.

