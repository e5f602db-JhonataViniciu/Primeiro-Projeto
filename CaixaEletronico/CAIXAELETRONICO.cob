      *==                    MOVIMENTO 'C' NO DIARIO E O CHEQUE
      *==                    EM CHQPEND (COPYBOOK CXCHEQUE) PARA
      *==                    COMPENSACAO PELO BATCH COMPCHEQ
      *== 2026-10-15 JV      CADA MOVIMENTO GRAVADO NO DIARIO LEVA O
      *==                    NSU OBTIDO NO CONTROLE NSUCTL (COPYBOOK
      *==                    CXNSU)
      *== 2026-10-15 JV      TERMINAL IDENTIFICADO PELO ARQUIVO LOCAL
      *==                    TERMCFG E CONFERIDO NO MESTRE TERMMEST
      *==                    (COPYBOOK CXTERM); CODIGO DO TERMINAL
      *==                    GRAVADO EM TODO MOVIMENTO DO DIARIO;
      *==                    SAQUE SO E APROVADO SE O TERMINAL TEM
      *==                    CEDULAS PARA PAGAR O VALOR, BAIXANDO
      *==                    AS CEDULAS ENTREGUES DOS CASSETES
      *== 2026-10-15 JV      CONTA DORMENTE (CONTA-SITUACAO 'D')
      *==                    RECUSADA APOS A CONFERENCIA DO PIN
      *== 2026-10-15 JV      TED PARA OUTRO BANCO (OPCAO 5, SAIR
      *==                    PASSA A 6): CAPTURA BANCO, AGENCIA,
      *==                    CONTA E CPF DO FAVORECIDO, CONFERE O
      *==                    DIGITO DO CPF, DEBITA O CLIENTE COM
      *==                    MOVIMENTO 'B' NO DIARIO E GRAVA O PEDIDO
      *==                    NO TEDPEND (COPYBOOK CXTED) PARA ENVIO A
      *==                    COMPENSACAO PELO BATCH TEDREM
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV), ABERTO EM I-O; O TOTAL DE
      *==                    SAQUES DO DIA LE SO OS MOVIMENTOS DA
      *==                    CONTA NA DATA, SEM REABRIR O DIARIO
      *== 2026-10-15 JV      NSUCTL ABERTO EM EXCLUSIVO PARA OBTER O
      *==                    NSU, COM NOVA TENTATIVA QUANDO OCUPADO;
      *==                    GRAVACAO NO DIARIO CONFERIDA (NSU
      *==                    DUPLICADO PEDE OUTRO NSU) E, SE RECUSADA,
      *==                    A ATUALIZACAO DO CONTAS E DESFEITA E A
      *==                    OPERACAO NAO E EFETUADA; TERMMEST SO E
      *==                    FECHADO SE FOI ABERTO
      *== 2026-10-15 JV      TED SO E ACEITA COM O TEDPEND ABERTO; FALHA
      *==                    NA GRAVACAO DO PEDIDO DE TED OU NA BAIXA
      *==                    DAS CEDULAS NO TERMMEST DESFAZ O SALDO E
      *==                    EXCLUI O MOVIMENTO DO DIARIO
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

           SELECT AGENDA ASSIGN TO "AGENDA"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHQPEND-STATUS.

           SELECT TEDPEND ASSIGN TO "TEDPEND"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEDPEND-STATUS.

           SELECT TERMCFG ASSIGN TO "TERMCFG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TERMCFG-STATUS.

           SELECT TERMMEST ASSIGN TO "TERMMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODIGO
               FILE STATUS IS WS-TERMINAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS.
       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  NSUCTL.
       01  WS-NSUCTL-REC.
           COPY CXNSU.

       FD  AGENDA.
       01  WS-AGENDA-REC.
       01  WS-CHQPEND-REC.
           COPY CXCHEQUE.

       FD  TEDPEND.
       01  WS-TEDPEND-REC.
           COPY CXTED.

       FD  TERMCFG.
       01  WS-TERMCFG-REC.
           05  TCFG-TERMINAL           PIC X(08).

       FD  TERMMEST.
       01  WS-TERMINAL-REC.
           COPY CXTERM.

       WORKING-STORAGE                 SECTION.

       77  WS-OPCAO            PIC X(1).

       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
           88  WS-DIARIO-NSU-DUPLICADO     VALUE '22'.
           88  WS-DIARIO-ERRO-IO           VALUE '30' THRU '99'.
       77  WS-NSUCTL-STATUS    PIC X(02).
           88  WS-NSUCTL-OCUPADO           VALUE '61' '90' THRU '99'.
       77  WS-AGENDA-STATUS    PIC X(02).
       77  WS-CHQPEND-STATUS   PIC X(02).
       77  WS-TEDPEND-STATUS   PIC X(02).
       77  WS-TERMCFG-STATUS   PIC X(02).
       77  WS-TERMINAL-STATUS  PIC X(02).
       77  WS-TERMINAL         PIC X(08) VALUE SPACES.
       77  WS-TERMINAL-SW      PIC X(01) VALUE 'N'.
           88  WS-TERMINAL-OK              VALUE 'S'.
       77  WS-TERMMEST-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WS-TERMMEST-ABERTO          VALUE 'S'.
       77  WS-TEDPEND-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WS-TEDPEND-ABERTO           VALUE 'S'.
       77  WS-CEDULAS-SW       PIC X(01) VALUE 'N'.
           88  WS-CEDULAS-OK               VALUE 'S'.
       77  WS-CED-IDX          PIC 9(01) VALUE ZERO.
       77  WS-CED-INICIO       PIC 9(01) VALUE ZERO.
       77  WS-CED-RESTANTE     PIC 9(10)V99 VALUE ZERO.
       77  WS-CED-NECESSARIAS  PIC 9(07) VALUE ZERO.
       01  WS-CED-SAIDA-AREA.
           05  WS-CED-SAIDA        PIC 9(05) OCCURS 4 TIMES.
       77  WS-DEP-TIPO         PIC X(01) VALUE 'D'.
           88  WS-DEP-DINHEIRO             VALUE 'D'.
           88  WS-DEP-CHEQUE               VALUE 'C'.
       77  WS-FIM-DIARIO-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-DIARIO               VALUE 'S'.

      *    NSUCTL E ABERTO EM EXCLUSIVO SO PARA LER, SOMAR E
      *    REGRAVAR; OCUPADO POR OUTRO CAIXA OU BATCH, TENTA DE NOVO.
      *    NSU JA EXISTENTE NO DIARIO (CHAVE DUPLICADA) PEDE OUTRO
       77  WS-NSU-TENTATIVAS   PIC 9(04) VALUE ZERO.
       77  WS-NSU-SW           PIC X(01) VALUE 'N'.
           88  WS-NSU-OBTIDO               VALUE 'S'.
           88  WS-NSU-INDISPONIVEL         VALUE 'N'.
       77  WS-DIARIO-TENTATIVAS PIC 9(02) VALUE ZERO.
       77  WS-DIARIO-SW        PIC X(01) VALUE 'R'.
           88  WS-DIARIO-GRAVADO           VALUE 'S'.
           88  WS-DIARIO-RECUSADO          VALUE 'E'.
           88  WS-DIARIO-REPETIR           VALUE 'R'.
       77  WS-NSU-DEBITO       PIC 9(10) VALUE ZERO.

      *    TED PARA OUTRO BANCO.  CODIGO DO BANCO XPTO NA COMPENSACAO
      *    (TED PARA O PROPRIO BANCO E FEITA PELA TRANSFERENCIA)
       77  WS-BANCO-PROPRIO    PIC 9(03)   VALUE 999.
       77  WS-TED-BANCO        PIC 9(03)   VALUE ZERO.
       77  WS-TED-AGENCIA      PIC 9(04)   VALUE ZERO.
       77  WS-TED-CONTA        PIC 9(12)   VALUE ZERO.
       77  WS-TED-CPF          PIC 9(11)   VALUE ZERO.
       77  WS-TED-VALOR        PIC 9(10)V99 VALUE ZERO.
       77  WS-TED-SW           PIC X(01) VALUE 'S'.
           88  WS-TED-ACEITA               VALUE 'S'.
           88  WS-TED-REJEITADA            VALUE 'N'.

      *    AREA DA VALIDACAO DE CPF (MESMA REGRA DO CLIENTES)
       01  WS-CPF-AREA.
           05  WS-CPF-NUMERO           PIC 9(11).
           05  WS-CPF-DIGITOS REDEFINES WS-CPF-NUMERO.
               10  WS-CPF-DIG          PIC 9(01) OCCURS 11 TIMES.
       77  WS-CPF-SOMA         PIC 9(04) VALUE ZERO.
       77  WS-CPF-IND          PIC 9(02) VALUE ZERO.
       77  WS-CPF-PESO         PIC 9(02) VALUE ZERO.
       77  WS-CPF-QUOCIENTE    PIC 9(04) VALUE ZERO.
       77  WS-CPF-RESTO        PIC 9(02) VALUE ZERO.
       77  WS-CPF-DV1          PIC 9(01) VALUE ZERO.
       77  WS-CPF-DV2          PIC 9(01) VALUE ZERO.
       77  WS-CPF-IGUAIS       PIC 9(02) VALUE ZERO.
       77  WS-CPF-VALIDO-SW    PIC X(01) VALUE 'S'.
           88  WS-CPF-VALIDO               VALUE 'S'.
           88  WS-CPF-INVALIDO             VALUE 'N'.

       SCREEN                          SECTION.

       01  TELA.
           05 LINE 12 COLUMN 15 VALUE '2 - SAQUE' .
           05 LINE 13 COLUMN 15 VALUE '3 - CONSULTAR SALDO' .
           05 LINE 14 COLUMN 15 VALUE '4 - TRANSFERENCIA' .
           05 LINE 15 COLUMN 15 VALUE '5 - TED OUTRO BANCO' .
           05 LINE 16 COLUMN 15 VALUE '6 - SAIR' .
           05 LINE 17 COLUMN 15 USING  WS-OPCAO.

       01  TELA-DEPOSITO.
           05 LINE 11 COLUMN 15 VALUE ' '.
                               USING WS-TRANSF-DATA.
           05 LINE 15 COLUMN 15 VALUE '  (ZERO = TRANSFERIR HOJE)'.

       01  TELA-TED.
           05 LINE 11 COLUMN 15 VALUE '  BANCO DE DESTINO..: '.
           05 LINE 11 COLUMN 37
                               BACKGROUND-COLOR 3
                               USING WS-TED-BANCO.
           05 LINE 12 COLUMN 15 VALUE '  AGENCIA...........: '.
           05 LINE 12 COLUMN 37
                               BACKGROUND-COLOR 3
                               USING WS-TED-AGENCIA.
           05 LINE 13 COLUMN 15 VALUE '  CONTA.............: '.
           05 LINE 13 COLUMN 37
                               BACKGROUND-COLOR 3
                               USING WS-TED-CONTA.
           05 LINE 14 COLUMN 15 VALUE '  CPF DO FAVORECIDO.: '.
           05 LINE 14 COLUMN 37
                               BACKGROUND-COLOR 3
                               USING WS-TED-CPF.
           05 LINE 15 COLUMN 15 VALUE '  VALOR DA TED......: '.
           05 LINE 15 COLUMN 37
                               BACKGROUND-COLOR 3
                               USING WS-TED-VALOR.

       01  SALDO.
           05 LINE 11 COLUMN 15 VALUE 'SALDO DISPLONIVEL'.
           05 LINE 16 COLUMN 10 PIC X(30)

       0001-PRINCIPAL                  SECTION.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF WS-TERMINAL-OK
              PERFORM 1050-AUTENTICAR
           END-IF.
           IF WS-OK-AUTENTICADO
              PERFORM 1100-MONTA-TELA
              PERFORM 0200-PROCESSAR
              CLOSE CONTAS
              OPEN I-O CONTAS
           END-IF.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           OPEN EXTEND AGENDA.
           IF WS-AGENDA-STATUS = '35'
              CLOSE CHQPEND
              OPEN EXTEND CHQPEND
           END-IF.
           OPEN EXTEND TEDPEND.
           IF WS-TEDPEND-STATUS = '35'
              CLOSE TEDPEND
              OPEN OUTPUT TEDPEND
              CLOSE TEDPEND
              OPEN EXTEND TEDPEND
           END-IF.
           IF WS-TEDPEND-STATUS = '00'
              SET WS-TEDPEND-ABERTO TO TRUE
           END-IF.
           PERFORM 1020-IDENTIFICAR-TERMINAL.

       1020-IDENTIFICAR-TERMINAL.
           MOVE 'N' TO WS-TERMINAL-SW.
           OPEN INPUT TERMCFG.
           IF WS-TERMCFG-STATUS = '00'
              READ TERMCFG
                 NOT AT END
                    MOVE TCFG-TERMINAL TO WS-TERMINAL
              END-READ
              CLOSE TERMCFG
           END-IF.
           OPEN I-O TERMMEST.
           IF WS-TERMINAL-STATUS = '00'
              SET WS-TERMMEST-ABERTO TO TRUE
           END-IF.
           IF WS-TERMMEST-ABERTO
              AND WS-TERMINAL NOT = SPACES
              MOVE WS-TERMINAL TO TERM-CODIGO
              READ TERMMEST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TERM-ATIVO
                       SET WS-TERMINAL-OK TO TRUE
                    END-IF
              END-READ
           END-IF.
           IF NOT WS-TERMINAL-OK
              MOVE 'MODO AUTENTICACAO' TO WS-MODULO
              MOVE 'TERMINAL INATIVO - ENCERRANDO' TO WS-MSGERRO
              DISPLAY TELA
              ACCEPT MOSTRA-ERRO
           END-IF.

       1050-AUTENTICAR.
           MOVE 'N' TO WS-AUTENTICADO.
              MOVE 3 TO WS-TENTATIVAS-PIN
           ELSE
              IF CONTA-PIN = WS-PIN-DIGITADO
                 MOVE ZERO               TO CONTA-TENTATIVAS
                 REWRITE WS-CONTA-REC
                 PERFORM 1080-VERIFICAR-DORMENTE
              ELSE
                 ADD 1 TO WS-TENTATIVAS-PIN
                 ADD 1 TO CONTA-TENTATIVAS
              END-IF
           END-IF.

       1080-VERIFICAR-DORMENTE.
           IF CONTA-DORMENTE
              MOVE 'CONTA INATIVA - AGENCIA' TO
                   WS-MSGERRO
              DISPLAY TELA
              ACCEPT MOSTRA-ERRO
              MOVE 3 TO WS-TENTATIVAS-PIN
           ELSE
              SET WS-OK-AUTENTICADO TO TRUE
              MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC
                                      TO WS-CONTA-LOGADA
              MOVE CONTA-SALDO        TO WS-SALDO
              MOVE CONTA-LIMITE-SAQUE TO WS-LIMITE-SAQUE
           END-IF.

       1100-MONTA-TELA.

           DISPLAY TELA.
                  PERFORM 7000-CONSULTAR-SALDO
                WHEN 4
                  PERFORM 8000-TRANSFERENCIA
                WHEN 5
                  PERFORM 8500-TED-OUTRO-BANCO
                WHEN OTHER
                  IF WS-OPCAO NOT EQUAL 6
                     DISPLAY'ENTRE COM A OPCAO CORRETA'
                  END-IF
               END-EVALUATE.
           CLOSE DIARIO.
           CLOSE AGENDA.
           CLOSE CHQPEND.
           IF WS-TEDPEND-ABERTO
              CLOSE TEDPEND
           END-IF.
           IF WS-TERMMEST-ABERTO
              CLOSE TERMMEST
           END-IF.

       5000-DEPOSITO.
               MOVE 'MODO DEPOSITO' TO WS-MODULO.
                    ACCEPT MOSTRA-ERRO
               ELSE
                  PERFORM 5200-GRAVAR-DIARIO
                  IF WS-DIARIO-GRAVADO
                    MOVE 'VALOR DEPOSITADO' TO WS-MSGERRO
                      ACCEPT MOSTRA-ERRO
                  ELSE
                     COMPUTE WS-SALDO = WS-SALDO - WS-DEPOSITO
                     PERFORM 5100-GRAVAR-SALDO-CONTA
                     MOVE 'ERRO NO DIARIO - NAO EFETUADO' TO
                          WS-MSGERRO
                       ACCEPT MOSTRA-ERRO
                  END-IF
               END-IF.

       5100-GRAVAR-SALDO-CONTA.
               MOVE WS-CONTA-LOGADA   TO DIARIO-CONTA.
               MOVE WS-SALDO          TO DIARIO-SALDO.
               MOVE WS-CONTRAPARTIDA  TO DIARIO-CONTRAPARTIDA.
               MOVE WS-TERMINAL       TO DIARIO-TERMINAL.
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD.
               ACCEPT DIARIO-HORA FROM TIME.
               MOVE ZERO  TO DIARIO-NSU-ORIGEM.
               MOVE SPACE TO DIARIO-TIPO-ORIGEM.
               MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
               MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
               PERFORM 5210-GRAVAR-REGISTRO-DIARIO.

      *    QUEM CHAMA DESFAZ A ATUALIZACAO DO CONTAS QUANDO O
      *    MOVIMENTO NAO PODE SER GRAVADO (WS-DIARIO-RECUSADO)
       5210-GRAVAR-REGISTRO-DIARIO.
               SET WS-DIARIO-REPETIR TO TRUE.
               MOVE ZERO TO WS-DIARIO-TENTATIVAS.
               PERFORM 5220-TENTAR-GRAVAR-DIARIO
                  UNTIL NOT WS-DIARIO-REPETIR.

       5220-TENTAR-GRAVAR-DIARIO.
               ADD 1 TO WS-DIARIO-TENTATIVAS.
               PERFORM 5250-OBTER-NSU.
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

       5250-OBTER-NSU.
               SET WS-NSU-INDISPONIVEL TO TRUE.
               MOVE ZERO TO WS-NSU-TENTATIVAS.
               PERFORM 5260-ABRIR-NSUCTL
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

       5260-ABRIR-NSUCTL.
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

       5300-DEPOSITO-CHEQUE.
               SET WS-GRAVACAO-OK TO TRUE.
                  MOVE WS-DEPOSITO  TO DIARIO-VALOR
                  MOVE ZERO         TO WS-CONTRAPARTIDA
                  PERFORM 5200-GRAVAR-DIARIO
                  IF WS-DIARIO-GRAVADO
                     PERFORM 5350-GRAVAR-CHQPEND
                     MOVE 'CHEQUE EM COMPENSACAO' TO WS-MSGERRO
                       ACCEPT MOSTRA-ERRO
                  ELSE
                     PERFORM 5320-DESFAZER-BLOQUEIO
                     MOVE 'ERRO NO DIARIO - NAO EFETUADO' TO
                          WS-MSGERRO
                       ACCEPT MOSTRA-ERRO
                  END-IF
               END-IF.

       5320-DESFAZER-BLOQUEIO.
               MOVE WS-CONTA-LOGADA TO XREF-CONTA-NUMERO OF
                                        WS-CONTA-REC.
               READ CONTAS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SUBTRACT WS-DEPOSITO FROM CONTA-SALDO-BLOQUEADO
                     REWRITE WS-CONTA-REC
               END-READ.

       5350-GRAVAR-CHQPEND.
               INITIALIZE WS-CHQPEND-REC.
               MOVE WS-CONTA-LOGADA TO CHQ-CONTA.
                          WS-MSGERRO
                       ACCEPT MOSTRA-ERRO
                  ELSE
                     PERFORM 6300-COMPOR-CEDULAS
                     IF WS-CEDULAS-OK
                        PERFORM 6200-EFETIVAR-SAQUE
                     ELSE
                        MOVE 'TERMINAL SEM CEDULAS P/ VALOR' TO
                             WS-MSGERRO
                          ACCEPT MOSTRA-ERRO
                     END-IF
                  END-IF
               END-IF.

               MOVE ZERO TO WS-SAQUES-HOJE.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
               MOVE 'N' TO WS-FIM-DIARIO-SW.
               MOVE WS-CONTA-LOGADA TO DIARIO-CHV-CONTA.
               MOVE WS-DATA-HOJE    TO DIARIO-CHV-DATA.
               START DIARIO KEY IS NOT LESS THAN
                     DIARIO-CHAVE-CONTA-DATA
                  INVALID KEY
                     SET WS-FIM-DIARIO TO TRUE
               END-START.
               PERFORM 6150-LER-DIARIO-SAQUE
                  UNTIL WS-FIM-DIARIO.

       6150-LER-DIARIO-SAQUE.
               READ DIARIO NEXT RECORD
                  AT END
                     SET WS-FIM-DIARIO TO TRUE
                  NOT AT END
                     IF DIARIO-CHV-CONTA NOT = WS-CONTA-LOGADA
                        OR DIARIO-CHV-DATA NOT = WS-DATA-HOJE
                        SET WS-FIM-DIARIO TO TRUE
                     ELSE
                        IF DIARIO-TIPO = 'S'
                           ADD DIARIO-VALOR TO WS-SAQUES-HOJE
                        END-IF
                     END-IF
               END-READ.

                    ACCEPT MOSTRA-ERRO
               ELSE
                  PERFORM 5200-GRAVAR-DIARIO
                  IF WS-DIARIO-GRAVADO
                     PERFORM 6350-BAIXAR-CEDULAS
                     PERFORM 6380-CONCLUIR-SAQUE
                  ELSE
                     COMPUTE WS-SALDO = WS-SALDO + WS-SAQUE
                     PERFORM 5100-GRAVAR-SALDO-CONTA
                     MOVE 'ERRO NO DIARIO - NAO EFETUADO' TO
                          WS-MSGERRO
                       ACCEPT MOSTRA-ERRO
                  END-IF
               END-IF.

       6300-COMPOR-CEDULAS.
               MOVE 'N' TO WS-CEDULAS-SW.
               MOVE WS-TERMINAL TO TERM-CODIGO.
               READ TERMMEST
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM 6310-TENTAR-COMPOSICAO
                        VARYING WS-CED-INICIO FROM 1 BY 1
                        UNTIL WS-CED-INICIO > 4
                           OR WS-CEDULAS-OK
               END-READ.

       6310-TENTAR-COMPOSICAO.
               MOVE WS-SAQUE TO WS-CED-RESTANTE.
               INITIALIZE WS-CED-SAIDA-AREA.
               PERFORM 6320-USAR-CASSETE
                  VARYING WS-CED-IDX FROM WS-CED-INICIO BY 1
                  UNTIL WS-CED-IDX > 4.
               IF WS-CED-RESTANTE = ZERO
                  SET WS-CEDULAS-OK TO TRUE
               END-IF.

       6320-USAR-CASSETE.
               IF TERM-CED-VALOR(WS-CED-IDX) > ZERO
                  DIVIDE WS-CED-RESTANTE BY TERM-CED-VALOR(WS-CED-IDX)
                     GIVING WS-CED-NECESSARIAS
                  IF WS-CED-NECESSARIAS > TERM-CED-QTD(WS-CED-IDX)
                     MOVE TERM-CED-QTD(WS-CED-IDX) TO
                          WS-CED-NECESSARIAS
                  END-IF
                  MOVE WS-CED-NECESSARIAS TO WS-CED-SAIDA(WS-CED-IDX)
                  COMPUTE WS-CED-RESTANTE = WS-CED-RESTANTE -
                          WS-CED-NECESSARIAS *
                          TERM-CED-VALOR(WS-CED-IDX)
               END-IF.

       6350-BAIXAR-CEDULAS.
               PERFORM 6360-BAIXAR-CASSETE
                  VARYING WS-CED-IDX FROM 1 BY 1
                  UNTIL WS-CED-IDX > 4.
               ADD WS-SAQUE TO TERM-DISPENSADO.
               ADD 1        TO TERM-QTD-SAQUES.
               REWRITE WS-TERMINAL-REC
                  INVALID KEY
                     CONTINUE
               END-REWRITE.

       6360-BAIXAR-CASSETE.
               SUBTRACT WS-CED-SAIDA(WS-CED-IDX) FROM
                        TERM-CED-QTD(WS-CED-IDX).

      *    SEM A BAIXA DAS CEDULAS NO TERMMEST O SAQUE NAO E PAGO:
      *    EXCLUI O MOVIMENTO 'S' DO DIARIO E DESFAZ O DEBITO
       6380-CONCLUIR-SAQUE.
               IF WS-TERMINAL-STATUS = '00'
                  MOVE 'SAQUE CONFIRMADO! ' TO WS-MSGERRO
                    ACCEPT MOSTRA-ERRO
               ELSE
                  DELETE DIARIO RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
                  COMPUTE WS-SALDO = WS-SALDO + WS-SAQUE
                  PERFORM 5100-GRAVAR-SALDO-CONTA
                  MOVE 'ERRO NO CAIXA - NAO EFETUADO' TO WS-MSGERRO
                    ACCEPT MOSTRA-ERRO
               END-IF.

       7000-CONSULTAR-SALDO.
                    ACCEPT MOSTRA-ERRO
               ELSE
                  PERFORM 5200-GRAVAR-DIARIO
                  IF WS-DIARIO-GRAVADO
                     MOVE DIARIO-NSU TO WS-NSU-DEBITO
                     PERFORM 8250-CREDITAR-DESTINO
                  ELSE
                     PERFORM 8260-DESFAZER-DEBITO
                     MOVE 'ERRO NO DIARIO - NAO EFETUADO' TO
                          WS-MSGERRO
                       ACCEPT MOSTRA-ERRO
                  END-IF
               END-IF.

       8250-CREDITAR-DESTINO.
                     MOVE WS-SALDO-DESTINO TO CONTA-SALDO
                     REWRITE WS-CONTA-REC
                     PERFORM 8300-GRAVAR-DIARIO-CREDITO
                     PERFORM 8280-CONCLUIR-CREDITO
               END-READ.

      *    O PAR T/R SO FICA NO DIARIO E NO CONTAS COM OS DOIS LADOS
      *    GRAVADOS: SEM O CREDITO NO DIARIO, DESFAZ O CREDITO DO
      *    DESTINO, EXCLUI O DEBITO DO DIARIO E DESFAZ O DEBITO
       8280-CONCLUIR-CREDITO.
               IF WS-DIARIO-GRAVADO
                  MOVE 'TRANSFERENCIA EFETUADA' TO WS-MSGERRO
                    ACCEPT MOSTRA-ERRO
               ELSE
                  PERFORM 8270-DESFAZER-CREDITO
                  MOVE WS-NSU-DEBITO TO DIARIO-NSU
                  DELETE DIARIO RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
                  PERFORM 8260-DESFAZER-DEBITO
                  MOVE 'ERRO NO DIARIO - NAO EFETUADO' TO WS-MSGERRO
                    ACCEPT MOSTRA-ERRO
               END-IF.

       8260-DESFAZER-DEBITO.
               COMPUTE WS-SALDO = WS-SALDO + WS-TRANSF-VALOR.
               PERFORM 5100-GRAVAR-SALDO-CONTA.

       8270-DESFAZER-CREDITO.
               MOVE WS-TRANSF-DESTINO TO XREF-CONTA-NUMERO OF
                                          WS-CONTA-REC.
               READ CONTAS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SUBTRACT WS-TRANSF-VALOR FROM CONTA-SALDO
                     REWRITE WS-CONTA-REC
               END-READ.

       8300-GRAVAR-DIARIO-CREDITO.
               MOVE WS-TRANSF-DESTINO TO DIARIO-CONTA.
               MOVE WS-SALDO-DESTINO  TO DIARIO-SALDO.
               MOVE WS-CONTA-LOGADA   TO DIARIO-CONTRAPARTIDA.
               MOVE WS-TERMINAL       TO DIARIO-TERMINAL.
               ACCEPT DIARIO-DATA FROM DATE YYYYMMDD.
               ACCEPT DIARIO-HORA FROM TIME.
               MOVE ZERO  TO DIARIO-NSU-ORIGEM.
               MOVE SPACE TO DIARIO-TIPO-ORIGEM.
               MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
               MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
               PERFORM 5210-GRAVAR-REGISTRO-DIARIO.

       8400-AGENDAR-TRANSFERENCIA.
               IF WS-TRANSF-DESTINO = WS-CONTA-LOGADA
               SET AGEN-PENDENTE TO TRUE.
               MOVE SPACES            TO AGEN-MOTIVO.
               WRITE WS-AGENDA-REC.

       8500-TED-OUTRO-BANCO.
               MOVE 'MODO TED OUTRO BANCO' TO WS-MODULO.
                 DISPLAY TELA.
                 DISPLAY TELAO.
                   ACCEPT TELA-TED.
               SET WS-TED-ACEITA TO TRUE.
               PERFORM 8550-VALIDAR-TED.
               IF WS-TED-REJEITADA
                    ACCEPT MOSTRA-ERRO
               ELSE
                  PERFORM 8700-EFETIVAR-TED
               END-IF.

       8550-VALIDAR-TED.
               IF NOT WS-TEDPEND-ABERTO
                  MOVE 'SERVICO DE TED INDISPONIVEL' TO WS-MSGERRO
                  SET WS-TED-REJEITADA TO TRUE
               END-IF.
               IF WS-TED-ACEITA
                  AND WS-TED-BANCO = ZERO
                  MOVE 'BANCO DE DESTINO INVALIDO' TO WS-MSGERRO
                  SET WS-TED-REJEITADA TO TRUE
               END-IF.
               IF WS-TED-ACEITA
                  AND WS-TED-BANCO = WS-BANCO-PROPRIO
                  MOVE 'BANCO XPTO - USE TRANSFERENCIA' TO WS-MSGERRO
                  SET WS-TED-REJEITADA TO TRUE
               END-IF.
               IF WS-TED-ACEITA
                  AND (WS-TED-AGENCIA = ZERO OR WS-TED-CONTA = ZERO)
                  MOVE 'AGENCIA/CONTA DESTINO INVALIDA' TO WS-MSGERRO
                  SET WS-TED-REJEITADA TO TRUE
               END-IF.
               IF WS-TED-ACEITA
                  PERFORM 8600-VALIDAR-CPF
                  IF WS-CPF-INVALIDO
                     MOVE 'CPF DO FAVORECIDO INVALIDO' TO WS-MSGERRO
                     SET WS-TED-REJEITADA TO TRUE
                  END-IF
               END-IF.
               IF WS-TED-ACEITA
                  AND WS-TED-VALOR = ZERO
                  MOVE 'VALOR DA TED INVALIDO' TO WS-MSGERRO
                  SET WS-TED-REJEITADA TO TRUE
               END-IF.
               IF WS-TED-ACEITA
                  AND WS-TED-VALOR > WS-SALDO
                  MOVE 'SALDO INSUFICIENTE P/ TED' TO WS-MSGERRO
                  SET WS-TED-REJEITADA TO TRUE
               END-IF.

       8600-VALIDAR-CPF.
               SET WS-CPF-VALIDO TO TRUE.
               MOVE WS-TED-CPF TO WS-CPF-NUMERO.
               PERFORM 8610-VERIFICAR-REPETIDOS.
               IF WS-CPF-VALIDO
                  PERFORM 8620-CALCULAR-DV1
                  PERFORM 8630-CALCULAR-DV2
                  IF WS-CPF-DV1 NOT = WS-CPF-DIG(10)
                     OR WS-CPF-DV2 NOT = WS-CPF-DIG(11)
                     SET WS-CPF-INVALIDO TO TRUE
                  END-IF
               END-IF.

       8610-VERIFICAR-REPETIDOS.
               MOVE ZERO TO WS-CPF-IGUAIS.
               PERFORM 8615-CONTAR-DIGITO-IGUAL
                  VARYING WS-CPF-IND FROM 2 BY 1
                  UNTIL WS-CPF-IND > 11.
               IF WS-CPF-IGUAIS = 10
                  SET WS-CPF-INVALIDO TO TRUE
               END-IF.

       8615-CONTAR-DIGITO-IGUAL.
               IF WS-CPF-DIG(WS-CPF-IND) = WS-CPF-DIG(1)
                  ADD 1 TO WS-CPF-IGUAIS
               END-IF.

       8620-CALCULAR-DV1.
               MOVE ZERO TO WS-CPF-SOMA.
               PERFORM 8625-SOMAR-PESO-DV1
                  VARYING WS-CPF-IND FROM 1 BY 1
                  UNTIL WS-CPF-IND > 9.
               DIVIDE WS-CPF-SOMA BY 11
                  GIVING WS-CPF-QUOCIENTE
                  REMAINDER WS-CPF-RESTO.
               IF WS-CPF-RESTO < 2
                  MOVE ZERO TO WS-CPF-DV1
               ELSE
                  COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
               END-IF.

       8625-SOMAR-PESO-DV1.
               COMPUTE WS-CPF-PESO = 11 - WS-CPF-IND.
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                       WS-CPF-DIG(WS-CPF-IND) * WS-CPF-PESO.

       8630-CALCULAR-DV2.
               MOVE ZERO TO WS-CPF-SOMA.
               PERFORM 8635-SOMAR-PESO-DV2
                  VARYING WS-CPF-IND FROM 1 BY 1
                  UNTIL WS-CPF-IND > 9.
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                       WS-CPF-DV1 * 2.
               DIVIDE WS-CPF-SOMA BY 11
                  GIVING WS-CPF-QUOCIENTE
                  REMAINDER WS-CPF-RESTO.
               IF WS-CPF-RESTO < 2
                  MOVE ZERO TO WS-CPF-DV2
               ELSE
                  COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO
               END-IF.

       8635-SOMAR-PESO-DV2.
               COMPUTE WS-CPF-PESO = 12 - WS-CPF-IND.
               COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                       WS-CPF-DIG(WS-CPF-IND) * WS-CPF-PESO.

       8700-EFETIVAR-TED.
               COMPUTE WS-SALDO = WS-SALDO - WS-TED-VALOR.
               MOVE 'B'          TO DIARIO-TIPO.
               MOVE WS-TED-VALOR TO DIARIO-VALOR.
               MOVE ZERO         TO WS-CONTRAPARTIDA.
               PERFORM 5100-GRAVAR-SALDO-CONTA.
               IF WS-GRAVACAO-FALHOU
                  MOVE 'ERRO AO GRAVAR SALDO DA CONTA' TO WS-MSGERRO
                    ACCEPT MOSTRA-ERRO
               ELSE
                  PERFORM 5200-GRAVAR-DIARIO
                  IF WS-DIARIO-GRAVADO
                     PERFORM 8750-GRAVAR-PEDIDO-TED
                     PERFORM 8780-CONCLUIR-TED
                  ELSE
                     COMPUTE WS-SALDO = WS-SALDO + WS-TED-VALOR
                     PERFORM 5100-GRAVAR-SALDO-CONTA
                     MOVE 'ERRO NO DIARIO - NAO EFETUADO' TO
                          WS-MSGERRO
                       ACCEPT MOSTRA-ERRO
                  END-IF
               END-IF.

       8750-GRAVAR-PEDIDO-TED.
               INITIALIZE WS-TEDPEND-REC.
               MOVE DIARIO-NSU       TO TED-NUMERO.
               MOVE WS-CONTA-LOGADA  TO TED-CONTA-ORIGEM.
               MOVE WS-TED-BANCO     TO TED-BANCO-DESTINO.
               MOVE WS-TED-AGENCIA   TO TED-AGENCIA-DESTINO.
               MOVE WS-TED-CONTA     TO TED-CONTA-DESTINO.
               MOVE WS-TED-CPF       TO TED-CPF-FAVORECIDO.
               MOVE WS-TED-VALOR     TO TED-VALOR.
               MOVE DIARIO-DATA      TO TED-DATA-PEDIDO.
               MOVE DIARIO-HORA      TO TED-HORA-PEDIDO.
               MOVE WS-TERMINAL      TO TED-TERMINAL.
               SET TED-PENDENTE TO TRUE.
               MOVE ZERO             TO TED-DATA-REMESSA
                                        TED-NUMERO-REMESSA
                                        TED-DATA-RETORNO.
               MOVE SPACES           TO TED-MOTIVO.
               WRITE WS-TEDPEND-REC.

      *    SEM O PEDIDO NO TEDPEND A TED NAO E ENVIADA: EXCLUI O
      *    MOVIMENTO 'B' DO DIARIO E DESFAZ O DEBITO DO CLIENTE
       8780-CONCLUIR-TED.
               IF WS-TEDPEND-STATUS = '00'
                  MOVE 'TED ENVIADA P/ COMPENSACAO' TO WS-MSGERRO
                    ACCEPT MOSTRA-ERRO
               ELSE
                  MOVE TED-NUMERO TO DIARIO-NSU
                  DELETE DIARIO RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
                  COMPUTE WS-SALDO = WS-SALDO + WS-TED-VALOR
                  PERFORM 5100-GRAVAR-SALDO-CONTA
                  MOVE 'ERRO NO PEDIDO - NAO EFETUADO' TO WS-MSGERRO
                    ACCEPT MOSTRA-ERRO
               END-IF.
