       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDIA.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: CONVERSAO UNICA, NA IMPLANTACAO DO DIARIO
      *==           INDEXADO, DOS MOVIMENTOS GRAVADOS NO LAYOUT
      *==           ANTIGO DE 59 POSICOES (SEM NSU, SEM NSU E
      *==           TIPO DE ORIGEM E SEM TERMINAL) PARA O LAYOUT
      *==           ATUAL (COPYBOOKS CXDIARIO E CXDIACHV):
      *==           - AS GERACOES JA ARQUIVADAS PELO ARQDIA (DD
      *==             DIAANT) SAO GRAVADAS NO HISTORICO INDEXADO
      *==             DIAHIST E NUM ARQUIVO SEQUENCIAL DE 88
      *==             POSICOES (DD DIARQ), QUE SUBSTITUI AS
      *==             GERACOES ANTIGAS NO GDG DE ARQUIVO, PARA QUE
      *==             O INFORME DE RENDIMENTOS (INFORIR) E O
      *==             DORMENTE ENXERGUEM O MOVIMENTO ANTERIOR A
      *==             IMPLANTACAO;
      *==           - O DIARIO SEQUENCIAL CORRENTE (DD DIASEQ),
      *==             AINDA NAO ARQUIVADO, E CARREGADO NO DIARIO
      *==             INDEXADO (DD DIARIO).
      *==           CADA MOVIMENTO RECEBE UM NSU DO CONTROLE
      *==           NSUCTL, NA ORDEM DE LEITURA; NSU E TIPO DO
      *==           MOVIMENTO DE ORIGEM FICAM ZERADOS E O TERMINAL
      *==           EM BRANCO.
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO UMA UNICA VEZ, VIA JCL CONVDIA,
      *==           COM O CAIXA ELETRONICO E A CADEIA NOTURNA
      *==           PARADOS, ANTES DO PRIMEIRO ARQDIA DA VERSAO
      *==           COM DIARIO INDEXADO.  O NSUCTL FICA ABERTO EM
      *==           EXCLUSIVO DURANTE TODA A CONVERSAO.  DIARIO OU
      *==           DIAHIST JA COM MOVIMENTO (CONVERSAO JA FEITA)
      *==           E RECUSADO COM RETURN-CODE 8 SEM GRAVAR NADA.
      *==           ERRO DE GRAVACAO TERMINA COM RETURN-CODE 8.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAANT ASSIGN TO "DIAANT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIAANT-STATUS.

           SELECT DIASEQ ASSIGN TO "DIASEQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIASEQ-STATUS.

           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU OF WS-DIARIO-REC
               ALTERNATE RECORD KEY IS
                   DIARIO-CHAVE-CONTA-DATA OF WS-DIARIO-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT DIAHIST ASSIGN TO "DIAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU OF WS-DIAHIST-REC
               ALTERNATE RECORD KEY IS
                   DIARIO-CHAVE-CONTA-DATA OF WS-DIAHIST-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAHIST-STATUS.

           SELECT DIARQ ASSIGN TO "DIARQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIARQ-STATUS.

           SELECT NSUCTL ASSIGN TO "NSUCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-NSUCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT ANTIGO DO DIARIO (59 POSICOES), IGUAL AS PRIMEIRAS
      *    POSICOES DO CXDIARIO ATE A CONTRAPARTIDA
       FD  DIAANT.
       01  WS-DIAANT-REC.
           05  ANT-CONTA               PIC 9(10).
           05  ANT-TIPO                PIC X(01).
           05  ANT-VALOR               PIC 9(10)V99.
           05  ANT-SALDO               PIC 9(10)V99.
           05  ANT-DATA                PIC 9(08).
           05  ANT-HORA                PIC 9(06).
           05  ANT-CONTRAPARTIDA       PIC 9(10).

       FD  DIASEQ.
       01  WS-DIASEQ-REC              PIC X(59).

       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  DIAHIST.
       01  WS-DIAHIST-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  DIARQ.
       01  WS-DIARQ-REC               PIC X(88).

       FD  NSUCTL.
       01  WS-NSUCTL-REC.
           COPY CXNSU.

       WORKING-STORAGE                 SECTION.

       77  WS-DIAANT-STATUS    PIC X(02).
       77  WS-DIASEQ-STATUS    PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
       77  WS-DIAHIST-STATUS   PIC X(02).
       77  WS-DIARQ-STATUS     PIC X(02).
       77  WS-NSUCTL-STATUS    PIC X(02).

       77  WS-NSU-ATUAL        PIC 9(10) VALUE ZERO.
       77  WS-NSU-INICIAL      PIC 9(10) VALUE ZERO.

       77  WS-FIM-DIAANT-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-DIAANT           VALUE 'S'.
       77  WS-FIM-DIASEQ-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-DIASEQ           VALUE 'S'.
       77  WS-ERRO-SW          PIC X(01) VALUE 'N'.
           88  WS-ERRO                 VALUE 'S'.

       77  WS-QTD-ARQUIVADOS   PIC 9(08) VALUE ZERO.
       77  WS-QTD-CORRENTES    PIC 9(08) VALUE ZERO.
       77  WS-QTD-ERROS        PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 1100-VERIFICAR-DESTINOS.
           IF WS-ERRO
              PERFORM 1900-RECUSAR-CONVERSAO
           END-IF.
           PERFORM 2000-CONVERTER-ARQUIVADOS.
           PERFORM 3000-CONVERTER-CORRENTE.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.
           OPEN INPUT DIAANT.
           IF WS-DIAANT-STATUS NOT = '00'
              SET WS-FIM-DIAANT TO TRUE
           END-IF.
           OPEN INPUT DIASEQ.
           IF WS-DIASEQ-STATUS NOT = '00'
              SET WS-FIM-DIASEQ TO TRUE
           END-IF.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           OPEN I-O DIAHIST.
           IF WS-DIAHIST-STATUS = '35'
              CLOSE DIAHIST
              OPEN OUTPUT DIAHIST
              CLOSE DIAHIST
              OPEN I-O DIAHIST
           END-IF.
           OPEN OUTPUT DIARQ.
           OPEN I-O NSUCTL.
           IF WS-NSUCTL-STATUS = '35'
              CLOSE NSUCTL
              OPEN OUTPUT NSUCTL
              INITIALIZE WS-NSUCTL-REC
              WRITE WS-NSUCTL-REC
              CLOSE NSUCTL
              OPEN I-O NSUCTL
           END-IF.
           READ NSUCTL
              AT END
                 INITIALIZE WS-NSUCTL-REC
           END-READ.
           MOVE NSU-ULTIMO TO WS-NSU-ATUAL.
           MOVE NSU-ULTIMO TO WS-NSU-INICIAL.

      *    DIARIO E DIAHIST TEM DE ESTAR VAZIOS: COM MOVIMENTO A
      *    CONVERSAO JA FOI FEITA (OU O DIARIO NOVO JA ESTA EM USO)
       1100-VERIFICAR-DESTINOS.
           MOVE ZERO TO DIARIO-NSU OF WS-DIARIO-REC.
           START DIARIO KEY IS NOT LESS THAN
                 DIARIO-NSU OF WS-DIARIO-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'CONVDIA - DIARIO INDEXADO JA TEM MOVIMENTO'
                 SET WS-ERRO TO TRUE
           END-START.
           MOVE ZERO TO DIARIO-NSU OF WS-DIAHIST-REC.
           START DIAHIST KEY IS NOT LESS THAN
                 DIARIO-NSU OF WS-DIAHIST-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'CONVDIA - HISTORICO DIAHIST JA TEM '
                         'MOVIMENTO'
                 SET WS-ERRO TO TRUE
           END-START.

       1900-RECUSAR-CONVERSAO.
           CLOSE DIAANT.
           CLOSE DIASEQ.
           CLOSE DIARIO.
           CLOSE DIAHIST.
           CLOSE DIARQ.
           CLOSE NSUCTL.
           DISPLAY 'CONVDIA - CONVERSAO JA REALIZADA - NADA GRAVADO'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-CONVERTER-ARQUIVADOS.
           PERFORM 2100-LER-PROXIMO-DIAANT.
           PERFORM 2200-GRAVAR-HISTORICO
              UNTIL WS-FIM-DIAANT.

       2100-LER-PROXIMO-DIAANT.
           READ DIAANT
              AT END
                 SET WS-FIM-DIAANT TO TRUE
           END-READ.

      *    O DIARQ RECEBE SO AS 88 POSICOES DO CXDIARIO, COMO NO
      *    ARQDIA
       2200-GRAVAR-HISTORICO.
           PERFORM 4000-MONTAR-REGISTRO.
           WRITE WS-DIAHIST-REC FROM WS-DIARIO-REC
              INVALID KEY
                 DISPLAY 'CONVDIA - ERRO AO GRAVAR NO DIAHIST O NSU '
                         DIARIO-NSU OF WS-DIARIO-REC
                         ' STATUS ' WS-DIAHIST-STATUS
                 ADD 1 TO WS-QTD-ERROS
           END-WRITE.
           WRITE WS-DIARQ-REC FROM WS-DIARIO-REC.
           ADD 1 TO WS-QTD-ARQUIVADOS.
           PERFORM 2100-LER-PROXIMO-DIAANT.

       3000-CONVERTER-CORRENTE.
           PERFORM 3100-LER-PROXIMO-DIASEQ.
           PERFORM 3200-GRAVAR-DIARIO
              UNTIL WS-FIM-DIASEQ.

       3100-LER-PROXIMO-DIASEQ.
           READ DIASEQ INTO WS-DIAANT-REC
              AT END
                 SET WS-FIM-DIASEQ TO TRUE
           END-READ.

       3200-GRAVAR-DIARIO.
           PERFORM 4000-MONTAR-REGISTRO.
           WRITE WS-DIARIO-REC
              INVALID KEY
                 DISPLAY 'CONVDIA - ERRO AO GRAVAR NO DIARIO O NSU '
                         DIARIO-NSU OF WS-DIARIO-REC
                         ' STATUS ' WS-DIARIO-STATUS
                 ADD 1 TO WS-QTD-ERROS
           END-WRITE.
           ADD 1 TO WS-QTD-CORRENTES.
           PERFORM 3100-LER-PROXIMO-DIASEQ.

      *    REGISTRO NOVO A PARTIR DO ANTIGO, COM O PROXIMO NSU
       4000-MONTAR-REGISTRO.
           INITIALIZE WS-DIARIO-REC.
           MOVE ANT-CONTA         TO DIARIO-CONTA OF WS-DIARIO-REC.
           MOVE ANT-TIPO          TO DIARIO-TIPO OF WS-DIARIO-REC.
           MOVE ANT-VALOR         TO DIARIO-VALOR OF WS-DIARIO-REC.
           MOVE ANT-SALDO         TO DIARIO-SALDO OF WS-DIARIO-REC.
           MOVE ANT-DATA          TO DIARIO-DATA OF WS-DIARIO-REC.
           MOVE ANT-HORA          TO DIARIO-HORA OF WS-DIARIO-REC.
           MOVE ANT-CONTRAPARTIDA TO
                DIARIO-CONTRAPARTIDA OF WS-DIARIO-REC.
           ADD 1 TO WS-NSU-ATUAL.
           MOVE WS-NSU-ATUAL      TO DIARIO-NSU OF WS-DIARIO-REC.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM OF WS-DIARIO-REC.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM OF WS-DIARIO-REC.
           MOVE SPACES TO DIARIO-TERMINAL OF WS-DIARIO-REC.
           MOVE ANT-CONTA TO DIARIO-CHV-CONTA OF WS-DIARIO-REC.
           MOVE ANT-DATA  TO DIARIO-CHV-DATA OF WS-DIARIO-REC.

       9000-FINALIZAR.
           MOVE WS-NSU-ATUAL TO NSU-ULTIMO.
           ACCEPT NSU-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           ACCEPT NSU-HORA-ATUALIZACAO FROM TIME.
           REWRITE WS-NSUCTL-REC.
           CLOSE DIAANT.
           CLOSE DIASEQ.
           CLOSE DIARIO.
           CLOSE DIAHIST.
           CLOSE DIARQ.
           CLOSE NSUCTL.
           IF WS-QTD-ERROS > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'CONVDIA - ARQUIVADOS CONVERTIDOS: '
                   WS-QTD-ARQUIVADOS.
           DISPLAY 'CONVDIA - CORRENTES CARREGADOS..: '
                   WS-QTD-CORRENTES.
           DISPLAY 'CONVDIA - ERROS DE GRAVACAO.....: ' WS-QTD-ERROS.
           DISPLAY 'CONVDIA - NSU INICIAL...........: '
                   WS-NSU-INICIAL.
           DISPLAY 'CONVDIA - ULTIMO NSU ATRIBUIDO..: ' WS-NSU-ATUAL.
