       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TERMMNT.
      *==========================================
      *==  OBJETIVO: MANUTENCAO DO NUMERARIO DOS TERMINAIS DO
      *==            CAIXA ELETRONICO (MESTRE TERMMEST, COPYBOOK
      *==            CXTERM).  CADASTRA O TERMINAL COM OS VALORES
      *==            DE CEDULA DOS 4 CASSETES (SO SUPERVISOR),
      *==            REGISTRA ABASTECIMENTO E RECOLHIMENTO DE
      *==            CEDULAS POR CASSETE E CONSULTA O NUMERARIO.
      *==            CADA ABASTECIMENTO/RECOLHIMENTO E GRAVADO
      *==            NO LOG TERMMOV (COPYBOOK CXTERMMV) COM O
      *==            OPERADOR, E ACUMULADO NO MESTRE PARA O
      *==            FECHAMENTO DE TERMINAL (BATCH FECHTERM).
      *==            EXIGE LOGON DE OPERADOR ATIVO (OPERMEST).
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *==========================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMMEST ASSIGN TO "TERMMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODIGO
               FILE STATUS IS WRK-TERMMEST-STATUS.

           SELECT TERMMOV ASSIGN TO "TERMMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-TERMMOV-STATUS.

           SELECT OPERMEST ASSIGN TO "OPERMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPERMEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMMEST.
       01  TERMINAL-REC.
           COPY CXTERM.

       FD  TERMMOV.
       01  TERMMOV-REC.
           COPY CXTERMMV.

       FD  OPERMEST.
       01  OPER-MESTRE-REC.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WRK-OPCAO  PIC X(1).
       77  WRK-TITULO PIC X(35).
       77  WRK-MODULO PIC X(25).
       77  WRK-TECLA  PIC X(1).

       77  WRK-TERMMEST-STATUS PIC X(02).
       77  WRK-TERMMOV-STATUS  PIC X(02).
       77  WRK-OPERMEST-STATUS PIC X(02).

       77  WRK-OPERADOR            PIC X(08) VALUE SPACES.
       77  WRK-SENHA               PIC 9(06) VALUE ZERO.
       77  WRK-PERFIL              PIC X(01) VALUE SPACE.
           88  WRK-E-SUPERVISOR            VALUE 'S'.
       77  WRK-LOGON-SW            PIC X(01) VALUE 'N'.
           88  WRK-LOGON-OK                VALUE 'S'.
       77  WRK-TENTATIVAS-LOGON    PIC 9(01) VALUE ZERO.
       77  WRK-CONFIRMA            PIC X(01).

      *--- QUANTIDADES INFORMADAS POR CASSETE E CONFERENCIA
       01  WRK-QTD-AREA.
           05  WRK-QTD             PIC 9(05) OCCURS 4 TIMES.
       77  WRK-IDX                 PIC 9(01) VALUE ZERO.
       77  WRK-VALOR-ANTERIOR      PIC 9(03) VALUE ZERO.
       77  WRK-CED-VALOR-TESTE     PIC 9(03) VALUE ZERO.
           88  WRK-CEDULA-VALIDA   VALUE 0 2 5 10 20 50 100 200.
       77  WRK-QTD-CASSETES        PIC 9(01) VALUE ZERO.
       77  WRK-QTD-NOVA            PIC 9(06) VALUE ZERO.
       77  WRK-VALOR-OPERACAO      PIC 9(10)V99 VALUE ZERO.
       77  WRK-NUMERARIO           PIC 9(10)V99 VALUE ZERO.
       77  WRK-VALOR-EDIT          PIC Z(9)9,99.
       77  WRK-NUMERARIO-EDIT      PIC Z(9)9,99.

       SCREEN          SECTION.
       01  TELA.
           05 LIMP-TELA.
              10 BLANK SCREEN.
              10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 3 .
              10 LINE 01 COLUMN 25 PIC X(20)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                       FROM 'NUMERARIO TERMINAIS'.
              10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01  TELA-LOGON.
           05 LINE 04 COLUMN 15 VALUE 'OPERADOR....: '.
           05 LINE 04 COLUMN 30 USING WRK-OPERADOR.
           05 LINE 05 COLUMN 15 VALUE 'SENHA.......: '.
           05 LINE 05 COLUMN 30 SECURE USING WRK-SENHA.

       01  TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR TERMINAL'.
           05 LINE 08 COLUMN 15 VALUE '2 - ABASTECIMENTO'.
           05 LINE 09 COLUMN 15 VALUE '3 - RECOLHIMENTO'.
           05 LINE 10 COLUMN 15 VALUE '4 - CONSULTAR NUMERARIO'.
           05 LINE 11 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 12 COLUMN 15 VALUE 'OPCAO.......: ' .
           05 LINE 12 COLUMN 29 USING  WRK-OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 15 VALUE 'TERMINAL....: '.
           05 LINE 04 COLUMN 30 USING TERM-CODIGO.

       01  TELA-INCLUIR.
           05 LINE 04 COLUMN 15 VALUE 'TERMINAL....: '.
           05 LINE 04 COLUMN 30 USING TERM-CODIGO.
           05 LINE 05 COLUMN 15 VALUE 'DESCRICAO...: '.
           05 LINE 05 COLUMN 30 USING TERM-DESCRICAO.
           05 LINE 07 COLUMN 15 VALUE 'VALOR DA CEDULA POR CASSETE'.
           05 LINE 08 COLUMN 15 VALUE '(DECRESCENTE, ZERO = VAZIO)'.
           05 LINE 09 COLUMN 15 VALUE 'CASSETE 1...: '.
           05 LINE 09 COLUMN 30 USING TERM-CED-VALOR(1).
           05 LINE 10 COLUMN 15 VALUE 'CASSETE 2...: '.
           05 LINE 10 COLUMN 30 USING TERM-CED-VALOR(2).
           05 LINE 11 COLUMN 15 VALUE 'CASSETE 3...: '.
           05 LINE 11 COLUMN 30 USING TERM-CED-VALOR(3).
           05 LINE 12 COLUMN 15 VALUE 'CASSETE 4...: '.
           05 LINE 12 COLUMN 30 USING TERM-CED-VALOR(4).

       01  TELA-CASSETES.
           05 LINE 04 COLUMN 15 VALUE 'TERMINAL....: '.
           05 LINE 04 COLUMN 30 FROM TERM-CODIGO.
           05 LINE 05 COLUMN 15 VALUE 'DESCRICAO...: '.
           05 LINE 05 COLUMN 30 FROM TERM-DESCRICAO.
           05 LINE 07 COLUMN 15 VALUE 'CASSETE  CEDULA  EM CAIXA'.
           05 LINE 07 COLUMN 42 VALUE 'QUANTIDADE'.
           05 LINE 08 COLUMN 15 VALUE '   1'.
           05 LINE 08 COLUMN 24 FROM TERM-CED-VALOR(1).
           05 LINE 08 COLUMN 32 FROM TERM-CED-QTD(1).
           05 LINE 08 COLUMN 42 USING WRK-QTD(1).
           05 LINE 09 COLUMN 15 VALUE '   2'.
           05 LINE 09 COLUMN 24 FROM TERM-CED-VALOR(2).
           05 LINE 09 COLUMN 32 FROM TERM-CED-QTD(2).
           05 LINE 09 COLUMN 42 USING WRK-QTD(2).
           05 LINE 10 COLUMN 15 VALUE '   3'.
           05 LINE 10 COLUMN 24 FROM TERM-CED-VALOR(3).
           05 LINE 10 COLUMN 32 FROM TERM-CED-QTD(3).
           05 LINE 10 COLUMN 42 USING WRK-QTD(3).
           05 LINE 11 COLUMN 15 VALUE '   4'.
           05 LINE 11 COLUMN 24 FROM TERM-CED-VALOR(4).
           05 LINE 11 COLUMN 32 FROM TERM-CED-QTD(4).
           05 LINE 11 COLUMN 42 USING WRK-QTD(4).

       01  TELA-CONSULTA.
           05 LINE 04 COLUMN 15 VALUE 'TERMINAL....: '.
           05 LINE 04 COLUMN 30 FROM TERM-CODIGO.
           05 LINE 05 COLUMN 15 VALUE 'DESCRICAO...: '.
           05 LINE 05 COLUMN 30 FROM TERM-DESCRICAO.
           05 LINE 06 COLUMN 15 VALUE 'SITUACAO....: '.
           05 LINE 06 COLUMN 30 FROM TERM-SITUACAO.
           05 LINE 07 COLUMN 15 VALUE 'CASSETE  CEDULA  EM CAIXA'.
           05 LINE 08 COLUMN 15 VALUE '   1'.
           05 LINE 08 COLUMN 24 FROM TERM-CED-VALOR(1).
           05 LINE 08 COLUMN 32 FROM TERM-CED-QTD(1).
           05 LINE 09 COLUMN 15 VALUE '   2'.
           05 LINE 09 COLUMN 24 FROM TERM-CED-VALOR(2).
           05 LINE 09 COLUMN 32 FROM TERM-CED-QTD(2).
           05 LINE 10 COLUMN 15 VALUE '   3'.
           05 LINE 10 COLUMN 24 FROM TERM-CED-VALOR(3).
           05 LINE 10 COLUMN 32 FROM TERM-CED-QTD(3).
           05 LINE 11 COLUMN 15 VALUE '   4'.
           05 LINE 11 COLUMN 24 FROM TERM-CED-VALOR(4).
           05 LINE 11 COLUMN 32 FROM TERM-CED-QTD(4).
           05 LINE 13 COLUMN 15 VALUE 'NUMERARIO...: '.
           05 LINE 13 COLUMN 30 FROM WRK-NUMERARIO-EDIT.
           05 LINE 14 COLUMN 15 VALUE 'ULT FECHAMENTO: '.
           05 LINE 14 COLUMN 32 FROM TERM-DATA-FECHAMENTO.
           05 LINE 15 COLUMN 15 VALUE 'TECLE ENTER PARA VOLTAR'.
           05 LINE 15 COLUMN 50 USING WRK-TECLA.

       01  WRK-MOSTRA-ERRO.
           05 MSG-ERRO.
              10 LINE 16 COLUMN 01 ERASE EOL
                               BACKGROUND-COLOR 3 .
              10 LINE 16 COLUMN 10 PIC X(35)
                               BACKGROUND-COLOR 3
                               FROM WRK-TITULO.
              10 COLUMN PLUS 2 PIC X(01)
                               USING WRK-TECLA.

       01  TELA-CONFIRMA.
           05 LINE 13 COLUMN 15 VALUE 'VALOR.......: '.
           05 LINE 13 COLUMN 30 FROM WRK-VALOR-EDIT.
           05 LINE 14 COLUMN 15 VALUE
              'CONFIRMA (S/N)............: '.
           05 LINE 14 COLUMN 44 USING WRK-CONFIRMA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL  SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-LOGON-OK
              PERFORM 2000-PROCESSAR
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           OPEN I-O TERMMEST.
           IF WRK-TERMMEST-STATUS = '35'
              CLOSE TERMMEST
              OPEN OUTPUT TERMMEST
              CLOSE TERMMEST
              OPEN I-O TERMMEST
           END-IF.
           OPEN EXTEND TERMMOV.
           IF WRK-TERMMOV-STATUS = '35'
              CLOSE TERMMOV
              OPEN OUTPUT TERMMOV
              CLOSE TERMMOV
              OPEN EXTEND TERMMOV
           END-IF.
           OPEN INPUT OPERMEST.
           PERFORM 1100-LOGON.
           IF WRK-LOGON-OK
              DISPLAY TELA
              ACCEPT TELA-MENU
           END-IF.

       1100-LOGON.
           MOVE 'N'  TO WRK-LOGON-SW.
           MOVE ZERO TO WRK-TENTATIVAS-LOGON.
           IF WRK-OPERMEST-STATUS NOT = '00'
              MOVE 'CADASTRO DE OPERADORES INDISPONIV.' TO
                   WRK-TITULO
              DISPLAY TELA
              ACCEPT WRK-MOSTRA-ERRO
           ELSE
              PERFORM 1150-PEDIR-LOGON
                 UNTIL WRK-LOGON-OK
                    OR WRK-TENTATIVAS-LOGON NOT LESS THAN 3
              IF NOT WRK-LOGON-OK
                 MOVE 'ACESSO NEGADO - ENCERRANDO        ' TO
                      WRK-TITULO
                 DISPLAY TELA
                 ACCEPT WRK-MOSTRA-ERRO
              END-IF
           END-IF.

       1150-PEDIR-LOGON.
           MOVE 'MODULO - LOGON     '    TO WRK-MODULO.
           MOVE SPACES TO WRK-OPERADOR.
           MOVE ZERO   TO WRK-SENHA.
           DISPLAY TELA.
           ACCEPT TELA-LOGON.
           MOVE WRK-OPERADOR TO OPER-CODIGO.
           READ OPERMEST
              INVALID KEY
                 MOVE 'OPERADOR NAO CADASTRADO           ' TO
                      WRK-TITULO
                 DISPLAY TELA
                 ACCEPT WRK-MOSTRA-ERRO
                 ADD 1 TO WRK-TENTATIVAS-LOGON
              NOT INVALID KEY
                 PERFORM 1160-VALIDAR-LOGON
           END-READ.

       1160-VALIDAR-LOGON.
           IF NOT OPER-ESTA-ATIVO
              MOVE 'OPERADOR INATIVO                  ' TO
                   WRK-TITULO
              DISPLAY TELA
              ACCEPT WRK-MOSTRA-ERRO
              ADD 1 TO WRK-TENTATIVAS-LOGON
           ELSE
              IF OPER-SENHA = WRK-SENHA
                 SET WRK-LOGON-OK TO TRUE
                 MOVE OPER-PERFIL TO WRK-PERFIL
              ELSE
                 MOVE 'SENHA INCORRETA                   ' TO
                      WRK-TITULO
                 DISPLAY TELA
                 ACCEPT WRK-MOSTRA-ERRO
                 ADD 1 TO WRK-TENTATIVAS-LOGON
              END-IF
           END-IF.

       2000-PROCESSAR.
               EVALUATE WRK-OPCAO
                WHEN 1
                  PERFORM 5000-INCLUIR
                WHEN 2
                  PERFORM 6000-ABASTECER
                WHEN 3
                  PERFORM 7000-RECOLHER
                WHEN 4
                  PERFORM 8000-CONSULTAR
                WHEN OTHER
                  IF WRK-OPCAO NOT EQUAL 'X'
                     DISPLAY'ENTRE COM A OPCAO CORRETA'
                  END-IF
               END-EVALUATE.

       3000-FINALIZAR.
               CLOSE TERMMEST.
               CLOSE TERMMOV.
               CLOSE OPERMEST.

       5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO '    TO WRK-MODULO.
             IF NOT WRK-E-SUPERVISOR
                MOVE 'PERFIL SEM ALCADA - SUPERVISOR    ' TO
                     WRK-TITULO
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             ELSE
                INITIALIZE TERMINAL-REC
                DISPLAY TELA
                ACCEPT TELA-INCLUIR
                PERFORM 5050-VALIDAR-TERMINAL
                IF WRK-TITULO = SPACES
                   PERFORM 5100-GRAVAR-TERMINAL
                ELSE
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
                END-IF
             END-IF.

       5050-VALIDAR-TERMINAL.
             MOVE SPACES TO WRK-TITULO.
             MOVE 999    TO WRK-VALOR-ANTERIOR.
             MOVE ZERO   TO WRK-QTD-CASSETES.
             PERFORM 5060-VALIDAR-CASSETE
                VARYING WRK-IDX FROM 1 BY 1
                UNTIL WRK-IDX > 4.
             IF WRK-QTD-CASSETES = ZERO
                MOVE 'INFORME AO MENOS UM CASSETE       ' TO
                     WRK-TITULO
             END-IF.
             IF TERM-DESCRICAO = SPACES
                MOVE 'INFORME A DESCRICAO DO TERMINAL   ' TO
                     WRK-TITULO
             END-IF.
             IF TERM-CODIGO = SPACES
                MOVE 'INFORME O CODIGO DO TERMINAL      ' TO
                     WRK-TITULO
             END-IF.

       5060-VALIDAR-CASSETE.
             MOVE TERM-CED-VALOR(WRK-IDX) TO WRK-CED-VALOR-TESTE.
             IF NOT WRK-CEDULA-VALIDA
                MOVE 'VALOR DE CEDULA INVALIDO          ' TO
                     WRK-TITULO
             ELSE
                IF WRK-CED-VALOR-TESTE > ZERO
                   IF WRK-CED-VALOR-TESTE NOT < WRK-VALOR-ANTERIOR
                      MOVE 'CASSETES EM ORDEM DECRESCENTE     ' TO
                           WRK-TITULO
                   END-IF
                   MOVE WRK-CED-VALOR-TESTE TO WRK-VALOR-ANTERIOR
                   ADD 1 TO WRK-QTD-CASSETES
                END-IF
             END-IF.

       5100-GRAVAR-TERMINAL.
             SET TERM-ATIVO TO TRUE.
             WRITE TERMINAL-REC
                INVALID KEY
                   MOVE 'TERMINAL JA EXISTE - NAO GRAVADO  ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE 'TERMINAL INCLUIDO COM SUCESSO     ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
             END-WRITE.

       5500-LER-TERMINAL.
             MOVE SPACES TO WRK-TITULO.
             INITIALIZE TERMINAL-REC.
             DISPLAY TELA.
             ACCEPT TELA-CHAVE.
             READ TERMMEST
                INVALID KEY
                   MOVE 'TERMINAL NAO ENCONTRADO           ' TO
                        WRK-TITULO
               NOT INVALID KEY
                   CONTINUE
             END-READ.

       6000-ABASTECER.
             MOVE 'MODULO - ABASTECIMENTO'  TO WRK-MODULO.
             PERFORM 5500-LER-TERMINAL.
             IF WRK-TITULO = SPACES
                INITIALIZE WRK-QTD-AREA
                DISPLAY TELA
                ACCEPT TELA-CASSETES
                MOVE ZERO TO WRK-VALOR-OPERACAO
                PERFORM 6050-CONFERIR-ABASTECIMENTO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 4
             END-IF.
             IF WRK-TITULO = SPACES
                PERFORM 6500-CONFIRMAR
             END-IF.
             IF WRK-TITULO = SPACES
                PERFORM 6100-SOMAR-CASSETE
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 4
                ADD WRK-VALOR-OPERACAO TO TERM-ABASTECIDO
                MOVE 'A' TO TMOV-OPERACAO
                PERFORM 6600-REGRAVAR-E-LOGAR
             END-IF.
             IF WRK-TITULO NOT = SPACES
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             END-IF.

       6050-CONFERIR-ABASTECIMENTO.
             IF WRK-QTD(WRK-IDX) > ZERO
                IF TERM-CED-VALOR(WRK-IDX) = ZERO
                   MOVE 'CASSETE SEM VALOR DE CEDULA       ' TO
                        WRK-TITULO
                ELSE
                   COMPUTE WRK-QTD-NOVA = TERM-CED-QTD(WRK-IDX) +
                                          WRK-QTD(WRK-IDX)
                   IF WRK-QTD-NOVA > 99999
                      MOVE 'CAPACIDADE DO CASSETE EXCEDIDA    ' TO
                           WRK-TITULO
                   END-IF
                   COMPUTE WRK-VALOR-OPERACAO = WRK-VALOR-OPERACAO +
                           WRK-QTD(WRK-IDX) * TERM-CED-VALOR(WRK-IDX)
                END-IF
             END-IF.

       6100-SOMAR-CASSETE.
             ADD WRK-QTD(WRK-IDX) TO TERM-CED-QTD(WRK-IDX).

       6500-CONFIRMAR.
             IF WRK-VALOR-OPERACAO = ZERO
                MOVE 'NENHUMA CEDULA INFORMADA          ' TO
                     WRK-TITULO
             ELSE
                MOVE WRK-VALOR-OPERACAO TO WRK-VALOR-EDIT
                MOVE 'N' TO WRK-CONFIRMA
                DISPLAY TELA-CONFIRMA
                ACCEPT TELA-CONFIRMA
                IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                   MOVE 'OPERACAO CANCELADA                ' TO
                        WRK-TITULO
                END-IF
             END-IF.

       6600-REGRAVAR-E-LOGAR.
             REWRITE TERMINAL-REC
                INVALID KEY
                   MOVE 'ERRO AO REGRAVAR O TERMINAL       ' TO
                        WRK-TITULO
               NOT INVALID KEY
                   PERFORM 6650-GRAVAR-TERMMOV
                   MOVE 'OPERACAO EFETUADA E REGISTRADA    ' TO
                        WRK-TITULO
             END-REWRITE.
             DISPLAY TELA.
             ACCEPT WRK-MOSTRA-ERRO.
             MOVE SPACES TO WRK-TITULO.

       6650-GRAVAR-TERMMOV.
             ACCEPT TMOV-DATA FROM DATE YYYYMMDD.
             ACCEPT TMOV-HORA FROM TIME.
             MOVE TERM-CODIGO        TO TMOV-TERMINAL.
             MOVE WRK-OPERADOR       TO TMOV-OPERADOR.
             PERFORM 6660-COPIAR-CASSETE
                VARYING WRK-IDX FROM 1 BY 1
                UNTIL WRK-IDX > 4.
             MOVE WRK-VALOR-OPERACAO TO TMOV-VALOR-TOTAL.
             WRITE TERMMOV-REC.

       6660-COPIAR-CASSETE.
             MOVE TERM-CED-VALOR(WRK-IDX) TO TMOV-CED-VALOR(WRK-IDX).
             MOVE WRK-QTD(WRK-IDX)        TO TMOV-CED-QTD(WRK-IDX).

       7000-RECOLHER.
             MOVE 'MODULO - RECOLHIMENTO'   TO WRK-MODULO.
             PERFORM 5500-LER-TERMINAL.
             IF WRK-TITULO = SPACES
                INITIALIZE WRK-QTD-AREA
                DISPLAY TELA
                ACCEPT TELA-CASSETES
                MOVE ZERO TO WRK-VALOR-OPERACAO
                PERFORM 7050-CONFERIR-RECOLHIMENTO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 4
             END-IF.
             IF WRK-TITULO = SPACES
                PERFORM 6500-CONFIRMAR
             END-IF.
             IF WRK-TITULO = SPACES
                PERFORM 7100-SUBTRAIR-CASSETE
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 4
                ADD WRK-VALOR-OPERACAO TO TERM-RECOLHIDO
                MOVE 'R' TO TMOV-OPERACAO
                PERFORM 6600-REGRAVAR-E-LOGAR
             END-IF.
             IF WRK-TITULO NOT = SPACES
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             END-IF.

       7050-CONFERIR-RECOLHIMENTO.
             IF WRK-QTD(WRK-IDX) > TERM-CED-QTD(WRK-IDX)
                MOVE 'QUANTIDADE MAIOR QUE A DO CASSETE ' TO
                     WRK-TITULO
             ELSE
                COMPUTE WRK-VALOR-OPERACAO = WRK-VALOR-OPERACAO +
                        WRK-QTD(WRK-IDX) * TERM-CED-VALOR(WRK-IDX)
             END-IF.

       7100-SUBTRAIR-CASSETE.
             SUBTRACT WRK-QTD(WRK-IDX) FROM TERM-CED-QTD(WRK-IDX).

       8000-CONSULTAR.
             MOVE 'MODULO - CONSULTA  '    TO WRK-MODULO.
             PERFORM 5500-LER-TERMINAL.
             IF WRK-TITULO = SPACES
                MOVE ZERO TO WRK-NUMERARIO
                PERFORM 8050-SOMAR-NUMERARIO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 4
                MOVE WRK-NUMERARIO TO WRK-NUMERARIO-EDIT
                DISPLAY TELA
                ACCEPT TELA-CONSULTA
             ELSE
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             END-IF.

       8050-SOMAR-NUMERARIO.
             COMPUTE WRK-NUMERARIO = WRK-NUMERARIO +
                     TERM-CED-QTD(WRK-IDX) * TERM-CED-VALOR(WRK-IDX).
