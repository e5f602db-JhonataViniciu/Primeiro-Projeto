       IDENTIFICATION DIVISION.
       PROGRAM-ID.   EMPRESTIMO.
      *==========================================
      *==  OBJETIVO: CONTRATACAO DE EMPRESTIMO PESSOAL.  VALIDA O
      *==            CLIENTE NO MESTRE CLIMEST E A CONTA DE
      *==            CREDITO EM CONTAS (DO PROPRIO CLIENTE, NAO
      *==            DORMENTE E NAO BLOQUEADA), CALCULA A PARCELA
      *==            FIXA PELA TABELA PRICE SOBRE O PRINCIPAL, A
      *==            TAXA MENSAL E A QUANTIDADE DE PARCELAS E, NA
      *==            CONFIRMACAO, GRAVA O CONTRATO NO EMPRMEST
      *==            (COPYBOOK CXEMPR), O CRONOGRAMA DE PARCELAS
      *==            NO EMPRPARC (COPYBOOK CXPARC), CREDITA O
      *==            PRINCIPAL NA CONTA E GRAVA NO DIARIO O
      *==            MOVIMENTO TIPO 'P' COM O NUMERO DO CONTRATO
      *==            COMO CONTRAPARTIDA.  VENCIMENTOS MENSAIS NO
      *==            DIA ESCOLHIDO (1 A 28), O PRIMEIRO NO MES
      *==            SEGUINTE AO DA CONTRATACAO; A ULTIMA PARCELA
      *==            ABSORVE O ARREDONDAMENTO.  A COBRANCA DAS
      *==            PARCELAS E FEITA PELO BATCH COBREMP.
      *==            EXIGE LOGON DE OPERADOR COM PERFIL GERENTE
      *==            (OPERMEST).
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV): ABERTO EM I-O, COM A CHAVE
      *==                    CONTA + DATA PREENCHIDA NA GRAVACAO
      *== 2026-10-15 JV      CONTRATO GRAVADO NO EMPRMEST ANTES DO
      *==                    CREDITO (CHAVE DUPLICADA TENTA O NUMERO
      *==                    SEGUINTE); CONTA, DIARIO E PARCELAS SO
      *==                    DEPOIS DO CONTRATO GRAVADO, COM O NSU DO
      *==                    CREDITO REGRAVADO NO CONTRATO; FALHA NO
      *==                    CREDITO OU NO DIARIO DESFAZ O CREDITO E
      *==                    EXCLUI O CONTRATO.  NSUCTL ABERTO EM
      *==                    EXCLUSIVO, COM NOVA TENTATIVA QUANDO
      *==                    OCUPADO, E NSU DUPLICADO NO DIARIO PEDE
      *==                    OUTRO NSU
      *== 2026-10-15 JV      FALHA NA GRAVACAO DE UMA PARCELA INTERROMPE
      *==                    O CRONOGRAMA E DESFAZ A CONTRATACAO
      *==                    (PARCELAS JA GRAVADAS, MOVIMENTO 'P' DO
      *==                    DIARIO, CREDITO NA CONTA E CONTRATO)
      *==========================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIMEST ASSIGN TO "CLIMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-CLIMEST-STATUS.

           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CONTA-NUMERO OF WRK-CONTA-REC
               FILE STATUS IS WRK-CONTAS-STATUS.

           SELECT EMPRMEST ASSIGN TO "EMPRMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPR-CONTRATO
               FILE STATUS IS WRK-EMPRMEST-STATUS.

           SELECT EMPRPARC ASSIGN TO "EMPRPARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WRK-EMPRPARC-STATUS.

           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-DIARIO-STATUS.

           SELECT NSUCTL ASSIGN TO "NSUCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WRK-NSUCTL-STATUS.

           SELECT OPERMEST ASSIGN TO "OPERMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPERMEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIMEST.
       01  CLI-MESTRE-REC.
           COPY CLIMREC.

       FD  CONTAS.
       01  WRK-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

       FD  EMPRMEST.
       01  EMPR-MESTRE-REC.
           COPY CXEMPR.

       FD  EMPRPARC.
       01  EMPR-PARCELA-REC.
           COPY CXPARC.

       FD  DIARIO.
       01  WRK-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  NSUCTL.
       01  WRK-NSUCTL-REC.
           COPY CXNSU.

       FD  OPERMEST.
       01  OPER-MESTRE-REC.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WRK-OPCAO  PIC X(1).
       77  WRK-TITULO PIC X(35).
       77  WRK-MODULO PIC X(25).
       77  WRK-TECLA  PIC X(1).

       77  WRK-CLIMEST-STATUS  PIC X(02).
       77  WRK-CONTAS-STATUS   PIC X(02).
       77  WRK-EMPRMEST-STATUS PIC X(02).
           88  WRK-EMPRMEST-DUPLICADO      VALUE '22'.
       77  WRK-EMPRPARC-STATUS PIC X(02).
       77  WRK-DIARIO-STATUS   PIC X(02).
           88  WRK-DIARIO-NSU-DUPLICADO    VALUE '22'.
           88  WRK-DIARIO-ERRO-IO          VALUE '30' THRU '99'.
       77  WRK-NSUCTL-STATUS   PIC X(02).
           88  WRK-NSUCTL-OCUPADO          VALUE '61' '90' THRU '99'.
       77  WRK-OPERMEST-STATUS PIC X(02).

       77  WRK-OPERADOR            PIC X(08) VALUE SPACES.
       77  WRK-SENHA               PIC 9(06) VALUE ZERO.
       77  WRK-PERFIL              PIC X(01) VALUE SPACE.
       77  WRK-LOGON-SW            PIC X(01) VALUE 'N'.
           88  WRK-LOGON-OK                VALUE 'S'.
       77  WRK-TENTATIVAS-LOGON    PIC 9(01) VALUE ZERO.

       77  WRK-CONFIRMA            PIC X(01).
       77  WRK-EMP-CLIENTE         PIC 9(10) VALUE ZERO.
       77  WRK-EMP-CONTA           PIC 9(10) VALUE ZERO.
       77  WRK-EMP-PRINCIPAL       PIC 9(10)V99 VALUE ZERO.
       77  WRK-EMP-TAXA            PIC 9(02)V9(04) VALUE ZERO.
       77  WRK-EMP-PARCELAS        PIC 9(03) VALUE ZERO.
       77  WRK-EMP-DIA             PIC 9(02) VALUE ZERO.
       77  WRK-CONTRATO-CHAVE      PIC 9(10) VALUE ZERO.
       77  WRK-MAIOR-CONTRATO      PIC 9(10) VALUE ZERO.
       77  WRK-NSU-CREDITO         PIC 9(10) VALUE ZERO.

       77  WRK-CONTRATO-SW         PIC X(01) VALUE 'S'.
           88  WRK-CONTRATO-ACEITO         VALUE 'S'.
           88  WRK-CONTRATO-REJEITADO      VALUE 'N'.
       77  WRK-CONTRATO-GRAVADO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTRATO-GRAVADO        VALUE 'S'.
       77  WRK-CONTRATO-TENTATIVAS PIC 9(02) VALUE ZERO.
       77  WRK-PARCELAS-SW         PIC X(01) VALUE 'S'.
           88  WRK-PARCELAS-OK             VALUE 'S'.
           88  WRK-PARCELA-FALHOU          VALUE 'N'.
       77  WRK-QTD-PARC-GRAVADAS   PIC 9(03) VALUE ZERO.

      *--- NSUCTL ABERTO EM EXCLUSIVO SO PARA LER, SOMAR E REGRAVAR;
      *--- OCUPADO, TENTA DE NOVO.  NSU JA EXISTENTE NO DIARIO PEDE
      *--- OUTRO NSU
       77  WRK-NSU-TENTATIVAS      PIC 9(04) VALUE ZERO.
       77  WRK-NSU-SW              PIC X(01) VALUE 'N'.
           88  WRK-NSU-OBTIDO              VALUE 'S'.
           88  WRK-NSU-INDISPONIVEL        VALUE 'N'.
       77  WRK-DIARIO-TENTATIVAS   PIC 9(02) VALUE ZERO.
       77  WRK-DIARIO-SW           PIC X(01) VALUE 'R'.
           88  WRK-DIARIO-GRAVADO          VALUE 'S'.
           88  WRK-DIARIO-RECUSADO         VALUE 'E'.
           88  WRK-DIARIO-REPETIR          VALUE 'R'.

      *--- CALCULO DA PARCELA (TABELA PRICE)
       77  WRK-TAXA-DECIMAL        PIC 9(01)V9(06) VALUE ZERO.
       77  WRK-BASE-FATOR          PIC 9(01)V9(06) VALUE ZERO.
       77  WRK-FATOR               PIC 9(06)V9(12) VALUE ZERO.
       77  WRK-VALOR-PARCELA       PIC 9(10)V99 VALUE ZERO.
       77  WRK-TOTAL-PAGAR         PIC 9(10)V99 VALUE ZERO.
       77  WRK-SALDO-DEVEDOR       PIC 9(10)V99 VALUE ZERO.
       77  WRK-JUROS-PARCELA       PIC 9(10)V99 VALUE ZERO.
       77  WRK-AMORT-PARCELA       PIC 9(10)V99 VALUE ZERO.
       77  WRK-IDX-PARCELA         PIC 9(03) VALUE ZERO.

      *--- VENCIMENTOS: MES DA CONTRATACAO + NUMERO DA PARCELA
       77  WRK-MESES-SOMA          PIC 9(05) VALUE ZERO.
       77  WRK-ANOS-SOMA           PIC 9(04) VALUE ZERO.
       77  WRK-MES-RESTO           PIC 9(02) VALUE ZERO.
       77  WRK-PRIMEIRO-VENC       PIC 9(08) VALUE ZERO.
       01  WRK-DATA-CONTRATO-AREA.
           05  WRK-DATA-CONTRATO       PIC 9(08).
           05  WRK-DATA-CONTR-PARTES REDEFINES WRK-DATA-CONTRATO.
               10  WRK-DCT-ANO         PIC 9(04).
               10  WRK-DCT-MES         PIC 9(02).
               10  WRK-DCT-DIA         PIC 9(02).
       01  WRK-DATA-VENC-AREA.
           05  WRK-DATA-VENCIMENTO     PIC 9(08).
           05  WRK-DATA-VENC-PARTES REDEFINES WRK-DATA-VENCIMENTO.
               10  WRK-DVC-ANO         PIC 9(04).
               10  WRK-DVC-MES         PIC 9(02).
               10  WRK-DVC-DIA         PIC 9(02).

      *--- CAMPOS EDITADOS PARA A TELA
       77  WRK-PARCELA-EDIT        PIC Z(9)9,99.
       77  WRK-TOTAL-EDIT          PIC Z(9)9,99.
       77  WRK-PRINCIPAL-EDIT      PIC Z(9)9,99.
       77  WRK-SALDO-DEV-EDIT      PIC Z(9)9,99.
       77  WRK-TAXA-EDIT           PIC Z9,9999.

       SCREEN          SECTION.
       01  TELA.
           05 LIMP-TELA.
              10 BLANK SCREEN.
              10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 3 .
              10 LINE 01 COLUMN 25 PIC X(20)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                       FROM 'EMPRESTIMO PESSOAL'.
              10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01  TELA-LOGON.
           05 LINE 04 COLUMN 15 VALUE 'OPERADOR GERENTE....: '.
           05 LINE 04 COLUMN 37 USING WRK-OPERADOR.
           05 LINE 05 COLUMN 15 VALUE 'SENHA...............: '.
           05 LINE 05 COLUMN 37 SECURE USING WRK-SENHA.

       01  TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - CONTRATAR EMPRESTIMO'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR CONTRATO'.
           05 LINE 09 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 10 COLUMN 15 VALUE 'OPCAO.......: ' .
           05 LINE 10 COLUMN 29 USING  WRK-OPCAO.

       01  TELA-CONTRATO.
           05 LINE 04 COLUMN 15 VALUE 'NUMERO DO CLIENTE...: '.
           05 LINE 04 COLUMN 37 USING WRK-EMP-CLIENTE.
           05 LINE 05 COLUMN 15 VALUE 'CONTA DE CREDITO....: '.
           05 LINE 05 COLUMN 37 USING WRK-EMP-CONTA.
           05 LINE 06 COLUMN 15 VALUE 'VALOR DO EMPRESTIMO.: '.
           05 LINE 06 COLUMN 37 USING WRK-EMP-PRINCIPAL.
           05 LINE 07 COLUMN 15 VALUE 'TAXA MENSAL (%).....: '.
           05 LINE 07 COLUMN 37 USING WRK-EMP-TAXA.
           05 LINE 08 COLUMN 15 VALUE 'QTD DE PARCELAS.....: '.
           05 LINE 08 COLUMN 37 USING WRK-EMP-PARCELAS.
           05 LINE 09 COLUMN 15 VALUE 'DIA DE VENCIMENTO...: '.
           05 LINE 09 COLUMN 37 USING WRK-EMP-DIA.

       01  TELA-SIMULACAO.
           05 LINE 11 COLUMN 15 VALUE 'VALOR DA PARCELA....: '.
           05 LINE 11 COLUMN 37 FROM WRK-PARCELA-EDIT.
           05 LINE 12 COLUMN 15 VALUE 'TOTAL A PAGAR.......: '.
           05 LINE 12 COLUMN 37 FROM WRK-TOTAL-EDIT.
           05 LINE 13 COLUMN 15 VALUE 'PRIMEIRO VENCIMENTO.: '.
           05 LINE 13 COLUMN 37 FROM WRK-PRIMEIRO-VENC.

       01  TELA-CONFIRMA.
           05 LINE 14 COLUMN 15 VALUE
              'CONFIRMA CONTRATACAO (S/N): '.
           05 LINE 14 COLUMN 44 USING WRK-CONFIRMA.

       01  TELA-CONTRATADO.
           05 LINE 14 COLUMN 15 VALUE 'CONTRATO NUMERO.....: '.
           05 LINE 14 COLUMN 37 FROM WRK-CONTRATO-CHAVE.

       01  TELA-CONSULTA-CHAVE.
           05 LINE 04 COLUMN 15 VALUE 'NUMERO DO CONTRATO..: '.
           05 LINE 04 COLUMN 37 USING WRK-CONTRATO-CHAVE.

       01  TELA-CONSULTA.
           05 LINE 04 COLUMN 15 VALUE 'CONTRATO....: '.
           05 LINE 04 COLUMN 30 FROM EMPR-CONTRATO.
           05 LINE 05 COLUMN 15 VALUE 'CLIENTE.....: '.
           05 LINE 05 COLUMN 30 FROM EMPR-CLIENTE.
           05 LINE 06 COLUMN 15 VALUE 'NOME........: '.
           05 LINE 06 COLUMN 30 FROM CLI-NOME.
           05 LINE 07 COLUMN 15 VALUE 'CONTA.......: '.
           05 LINE 07 COLUMN 30 FROM EMPR-CONTA.
           05 LINE 08 COLUMN 15 VALUE 'PRINCIPAL...: '.
           05 LINE 08 COLUMN 30 FROM WRK-PRINCIPAL-EDIT.
           05 LINE 09 COLUMN 15 VALUE 'TAXA A.M. %.: '.
           05 LINE 09 COLUMN 30 FROM WRK-TAXA-EDIT.
           05 LINE 10 COLUMN 15 VALUE 'PARCELAS....: '.
           05 LINE 10 COLUMN 30 FROM EMPR-QTD-PARCELAS.
           05 LINE 10 COLUMN 34 VALUE 'DE'.
           05 LINE 10 COLUMN 37 FROM WRK-PARCELA-EDIT.
           05 LINE 11 COLUMN 15 VALUE 'PAGAS.......: '.
           05 LINE 11 COLUMN 30 FROM EMPR-QTD-PAGAS.
           05 LINE 12 COLUMN 15 VALUE 'SALDO DEV...: '.
           05 LINE 12 COLUMN 30 FROM WRK-SALDO-DEV-EDIT.
           05 LINE 13 COLUMN 15 VALUE 'CONTRATADO..: '.
           05 LINE 13 COLUMN 30 FROM EMPR-DATA-CONTRATO.
           05 LINE 14 COLUMN 15 VALUE 'SITUACAO....: '.
           05 LINE 14 COLUMN 30 FROM EMPR-SITUACAO.
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

       PROCEDURE DIVISION.
       0001-PRINCIPAL  SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-LOGON-OK
              PERFORM 2000-PROCESSAR
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           OPEN INPUT CLIMEST.
           OPEN I-O CONTAS.
           OPEN I-O EMPRMEST.
           IF WRK-EMPRMEST-STATUS = '35'
              CLOSE EMPRMEST
              OPEN OUTPUT EMPRMEST
              CLOSE EMPRMEST
              OPEN I-O EMPRMEST
           END-IF.
           OPEN I-O EMPRPARC.
           IF WRK-EMPRPARC-STATUS = '35'
              CLOSE EMPRPARC
              OPEN OUTPUT EMPRPARC
              CLOSE EMPRPARC
              OPEN I-O EMPRPARC
           END-IF.
           OPEN INPUT OPERMEST.
           IF WRK-OPERMEST-STATUS = '00'
              PERFORM 1100-LOGON
           ELSE
              MOVE 'CADASTRO DE OPERADORES AUSENTE    ' TO
                   WRK-TITULO
              DISPLAY TELA
              ACCEPT WRK-MOSTRA-ERRO
           END-IF.
           IF WRK-LOGON-OK
              DISPLAY TELA
              ACCEPT TELA-MENU
           END-IF.

       1100-LOGON.
           MOVE 'N'  TO WRK-LOGON-SW.
           MOVE ZERO TO WRK-TENTATIVAS-LOGON.
           PERFORM 1150-PEDIR-LOGON
              UNTIL WRK-LOGON-OK
                 OR WRK-TENTATIVAS-LOGON NOT LESS THAN 3.
           IF NOT WRK-LOGON-OK
              MOVE 'ACESSO NEGADO - ENCERRANDO        ' TO
                   WRK-TITULO
              DISPLAY TELA
              ACCEPT WRK-MOSTRA-ERRO
           END-IF.

       1150-PEDIR-LOGON.
           MOVE 'MODULO - IDENTIFICACAO'  TO WRK-MODULO.
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
              IF OPER-SENHA NOT = WRK-SENHA
                 MOVE 'SENHA INCORRETA                   ' TO
                      WRK-TITULO
                 DISPLAY TELA
                 ACCEPT WRK-MOSTRA-ERRO
                 ADD 1 TO WRK-TENTATIVAS-LOGON
              ELSE
                 IF OPER-E-GERENTE
                    SET WRK-LOGON-OK TO TRUE
                    MOVE OPER-PERFIL TO WRK-PERFIL
                 ELSE
                    MOVE 'PERFIL SEM ALCADA - SO GERENTE    ' TO
                         WRK-TITULO
                    DISPLAY TELA
                    ACCEPT WRK-MOSTRA-ERRO
                    MOVE 3 TO WRK-TENTATIVAS-LOGON
                 END-IF
              END-IF
           END-IF.

       2000-PROCESSAR.
               EVALUATE WRK-OPCAO
                WHEN 1
                  PERFORM 5000-CONTRATAR
                WHEN 2
                  PERFORM 6000-CONSULTAR
                WHEN OTHER
                  IF WRK-OPCAO NOT EQUAL 'X'
                     DISPLAY'ENTRE COM A OPCAO CORRETA'
                  END-IF
               END-EVALUATE.

       3000-FINALIZAR.
               CLOSE CLIMEST.
               CLOSE CONTAS.
               CLOSE EMPRMEST.
               CLOSE EMPRPARC.
               CLOSE OPERMEST.

       5000-CONTRATAR.
             MOVE 'MODULO - CONTRATACAO'   TO WRK-MODULO.
             SET WRK-CONTRATO-ACEITO TO TRUE.
             DISPLAY TELA.
             ACCEPT TELA-CONTRATO.
             PERFORM 5100-VALIDAR-CLIENTE.
             IF WRK-CONTRATO-ACEITO
                PERFORM 5150-VALIDAR-CONTA
             END-IF.
             IF WRK-CONTRATO-ACEITO
                PERFORM 5200-VALIDAR-CONDICOES
             END-IF.
             IF WRK-CONTRATO-ACEITO
                PERFORM 5300-SIMULAR
             ELSE
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             END-IF.

       5100-VALIDAR-CLIENTE.
             MOVE WRK-EMP-CLIENTE TO CLI-NUMERO.
             READ CLIMEST
                INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO            ' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
               NOT INVALID KEY
                   CONTINUE
             END-READ.

       5150-VALIDAR-CONTA.
             MOVE WRK-EMP-CONTA TO XREF-CONTA-NUMERO OF
                                   WRK-CONTA-REC.
             READ CONTAS
                INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA              ' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
               NOT INVALID KEY
                   PERFORM 5160-VALIDAR-TITULAR
             END-READ.

       5160-VALIDAR-TITULAR.
             IF XREF-CLIENTE-NUMERO OF WRK-CONTA-REC NOT =
                WRK-EMP-CLIENTE
                MOVE 'CONTA NAO PERTENCE AO CLIENTE     ' TO
                     WRK-TITULO
                SET WRK-CONTRATO-REJEITADO TO TRUE
             ELSE
                IF CONTA-DORMENTE
                   MOVE 'CONTA DORMENTE - REATIVAR ANTES   ' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
                ELSE
                   IF CONTA-BLOQUEADA = 'S'
                      MOVE 'CONTA BLOQUEADA - NAO CONTRATA    ' TO
                           WRK-TITULO
                      SET WRK-CONTRATO-REJEITADO TO TRUE
                   END-IF
                END-IF
             END-IF.

       5200-VALIDAR-CONDICOES.
             EVALUATE TRUE
                WHEN WRK-EMP-PRINCIPAL = ZERO
                   MOVE 'VALOR DO EMPRESTIMO INVALIDO      ' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
                WHEN WRK-EMP-TAXA = ZERO
                WHEN WRK-EMP-TAXA NOT LESS THAN 10
                   MOVE 'TAXA MENSAL INVALIDA (ATE 9,9999) ' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
                WHEN WRK-EMP-PARCELAS = ZERO
                WHEN WRK-EMP-PARCELAS > 120
                   MOVE 'QTD DE PARCELAS INVALIDA (1 A 120)' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
                WHEN WRK-EMP-DIA = ZERO
                WHEN WRK-EMP-DIA > 28
                   MOVE 'DIA DE VENCIMENTO INVALIDO (1-28) ' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
                WHEN OTHER
                   CONTINUE
             END-EVALUATE.

       5300-SIMULAR.
             ACCEPT WRK-DATA-CONTRATO FROM DATE YYYYMMDD.
             PERFORM 5310-CALCULAR-PARCELA.
             MOVE 1 TO WRK-IDX-PARCELA.
             PERFORM 5320-CALCULAR-VENCIMENTO.
             MOVE WRK-DATA-VENCIMENTO TO WRK-PRIMEIRO-VENC.
             COMPUTE WRK-TOTAL-PAGAR =
                     WRK-VALOR-PARCELA * WRK-EMP-PARCELAS.
             MOVE WRK-VALOR-PARCELA TO WRK-PARCELA-EDIT.
             MOVE WRK-TOTAL-PAGAR   TO WRK-TOTAL-EDIT.
             MOVE 'N' TO WRK-CONFIRMA.
             DISPLAY TELA.
             DISPLAY TELA-CONTRATO.
             DISPLAY TELA-SIMULACAO.
             ACCEPT TELA-CONFIRMA.
             IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                PERFORM 5400-EFETIVAR-CONTRATO
             ELSE
                MOVE 'CONTRATACAO CANCELADA             ' TO
                     WRK-TITULO
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             END-IF.

      *    PARCELA FIXA PRICE: PMT = PV * I * (1+I)**N / ((1+I)**N - 1)
       5310-CALCULAR-PARCELA.
             COMPUTE WRK-TAXA-DECIMAL = WRK-EMP-TAXA / 100.
             COMPUTE WRK-BASE-FATOR = 1 + WRK-TAXA-DECIMAL.
             COMPUTE WRK-FATOR = WRK-BASE-FATOR ** WRK-EMP-PARCELAS.
             COMPUTE WRK-VALOR-PARCELA ROUNDED =
                     WRK-EMP-PRINCIPAL * WRK-TAXA-DECIMAL
                     * WRK-FATOR / (WRK-FATOR - 1).

      *    VENCIMENTO DA PARCELA WRK-IDX-PARCELA: MES DA CONTRATACAO
      *    MAIS O NUMERO DA PARCELA, NO DIA ESCOLHIDO
       5320-CALCULAR-VENCIMENTO.
             COMPUTE WRK-MESES-SOMA = WRK-DCT-MES - 1 + WRK-IDX-PARCELA.
             DIVIDE WRK-MESES-SOMA BY 12
                GIVING WRK-ANOS-SOMA
                REMAINDER WRK-MES-RESTO.
             COMPUTE WRK-DVC-ANO = WRK-DCT-ANO + WRK-ANOS-SOMA.
             COMPUTE WRK-DVC-MES = WRK-MES-RESTO + 1.
             MOVE WRK-EMP-DIA TO WRK-DVC-DIA.

      *    O CONTRATO E GRAVADO PRIMEIRO, RESERVANDO O NUMERO; SO
      *    DEPOIS A CONTA E CREDITADA, O 'P' VAI PARA O DIARIO E O
      *    CRONOGRAMA E GERADO.  FALHA NO CREDITO, NO DIARIO OU EM
      *    UMA PARCELA DESFAZ O QUE JA FOI GRAVADO, INCLUSIVE O
      *    CONTRATO
       5400-EFETIVAR-CONTRATO.
             PERFORM 5410-ATRIBUIR-CONTRATO.
             PERFORM 5600-GRAVAR-CONTRATO.
             IF WRK-CONTRATO-ACEITO
                PERFORM 5420-CREDITAR-CONTA
             END-IF.
             IF WRK-CONTRATO-ACEITO
                PERFORM 5500-GRAVAR-DIARIO
                IF WRK-DIARIO-RECUSADO
                   PERFORM 5430-DESFAZER-CREDITO
                   MOVE 'ERRO NO DIARIO - NAO CONTRATADO   ' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
                END-IF
             END-IF.
             IF WRK-CONTRATO-ACEITO
                PERFORM 5650-REGISTRAR-NSU-CREDITO
                PERFORM 5700-GERAR-PARCELAS
                IF WRK-PARCELA-FALHOU
                   PERFORM 5770-DESFAZER-CONTRATACAO
                END-IF
             END-IF.
             IF WRK-CONTRATO-ACEITO
                MOVE 'EMPRESTIMO CONTRATADO E CREDITADO ' TO
                     WRK-TITULO
                DISPLAY TELA
                DISPLAY TELA-CONTRATADO
             ELSE
                IF WRK-CONTRATO-GRAVADO
                   PERFORM 5660-EXCLUIR-CONTRATO
                END-IF
                DISPLAY TELA
             END-IF.
             ACCEPT WRK-MOSTRA-ERRO.

       5410-ATRIBUIR-CONTRATO.
             MOVE ZERO TO WRK-MAIOR-CONTRATO.
             MOVE LOW-VALUES TO EMPR-CONTRATO.
             START EMPRMEST KEY IS NOT LESS THAN EMPR-CONTRATO
                INVALID KEY
                   CONTINUE
             END-START.
             PERFORM 5450-LER-PROXIMO-CONTRATO
                UNTIL WRK-EMPRMEST-STATUS NOT = '00'.
             COMPUTE WRK-CONTRATO-CHAVE = WRK-MAIOR-CONTRATO + 1.

       5420-CREDITAR-CONTA.
             MOVE WRK-EMP-CONTA TO XREF-CONTA-NUMERO OF
                                   WRK-CONTA-REC.
             READ CONTAS
                INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA              ' TO
                        WRK-TITULO
                   SET WRK-CONTRATO-REJEITADO TO TRUE
               NOT INVALID KEY
                   ADD WRK-EMP-PRINCIPAL TO CONTA-SALDO
             END-READ.
             IF WRK-CONTRATO-ACEITO
                REWRITE WRK-CONTA-REC
                   INVALID KEY
                      MOVE 'ERRO AO CREDITAR A CONTA          ' TO
                           WRK-TITULO
                      SET WRK-CONTRATO-REJEITADO TO TRUE
                END-REWRITE
             END-IF.

       5430-DESFAZER-CREDITO.
             MOVE WRK-EMP-CONTA TO XREF-CONTA-NUMERO OF
                                   WRK-CONTA-REC.
             READ CONTAS
                INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WRK-EMP-PRINCIPAL FROM CONTA-SALDO
                   REWRITE WRK-CONTA-REC
             END-READ.

       5450-LER-PROXIMO-CONTRATO.
             READ EMPRMEST NEXT RECORD
                AT END
                   CONTINUE
                NOT AT END
                   IF EMPR-CONTRATO > WRK-MAIOR-CONTRATO
                      MOVE EMPR-CONTRATO TO WRK-MAIOR-CONTRATO
                   END-IF
             END-READ.

       5500-GRAVAR-DIARIO.
             OPEN I-O DIARIO.
             IF WRK-DIARIO-STATUS = '35'
                CLOSE DIARIO
                OPEN OUTPUT DIARIO
                CLOSE DIARIO
                OPEN I-O DIARIO
             END-IF.
             MOVE WRK-EMP-CONTA          TO DIARIO-CONTA.
             MOVE 'P'                    TO DIARIO-TIPO.
             MOVE WRK-EMP-PRINCIPAL      TO DIARIO-VALOR.
             MOVE CONTA-SALDO            TO DIARIO-SALDO.
             ACCEPT DIARIO-DATA FROM DATE YYYYMMDD.
             ACCEPT DIARIO-HORA FROM TIME.
             MOVE WRK-CONTRATO-CHAVE     TO DIARIO-CONTRAPARTIDA.
             MOVE ZERO                   TO DIARIO-NSU-ORIGEM.
             MOVE SPACE                  TO DIARIO-TIPO-ORIGEM.
             MOVE 'EMPRESTI'             TO DIARIO-TERMINAL.
             MOVE DIARIO-CONTA           TO DIARIO-CHV-CONTA.
             MOVE DIARIO-DATA            TO DIARIO-CHV-DATA.
             SET WRK-DIARIO-REPETIR TO TRUE.
             MOVE ZERO TO WRK-DIARIO-TENTATIVAS.
             PERFORM 5520-TENTAR-GRAVAR-DIARIO
                UNTIL NOT WRK-DIARIO-REPETIR.
             MOVE DIARIO-NSU             TO WRK-NSU-CREDITO.
             CLOSE DIARIO.

       5520-TENTAR-GRAVAR-DIARIO.
             ADD 1 TO WRK-DIARIO-TENTATIVAS.
             PERFORM 5550-OBTER-NSU.
             IF WRK-NSU-INDISPONIVEL
                SET WRK-DIARIO-RECUSADO TO TRUE
             ELSE
                WRITE WRK-DIARIO-REC
                   INVALID KEY
                      IF NOT WRK-DIARIO-NSU-DUPLICADO
                         OR WRK-DIARIO-TENTATIVAS NOT LESS THAN 10
                         SET WRK-DIARIO-RECUSADO TO TRUE
                      END-IF
                   NOT INVALID KEY
                      SET WRK-DIARIO-GRAVADO TO TRUE
                END-WRITE
                IF WRK-DIARIO-ERRO-IO
                   SET WRK-DIARIO-RECUSADO TO TRUE
                END-IF
             END-IF.

       5550-OBTER-NSU.
             SET WRK-NSU-INDISPONIVEL TO TRUE.
             MOVE ZERO TO WRK-NSU-TENTATIVAS.
             PERFORM 5560-ABRIR-NSUCTL
                UNTIL WRK-NSU-OBTIDO
                   OR WRK-NSU-TENTATIVAS NOT LESS THAN 500.
             IF WRK-NSU-OBTIDO
                READ NSUCTL
                   AT END
                      INITIALIZE WRK-NSUCTL-REC
                END-READ
                ADD 1 TO NSU-ULTIMO
                ACCEPT NSU-DATA-ATUALIZACAO FROM DATE YYYYMMDD
                ACCEPT NSU-HORA-ATUALIZACAO FROM TIME
                REWRITE WRK-NSUCTL-REC
                CLOSE NSUCTL
                MOVE NSU-ULTIMO TO DIARIO-NSU
             END-IF.

       5560-ABRIR-NSUCTL.
             ADD 1 TO WRK-NSU-TENTATIVAS.
             OPEN I-O NSUCTL.
             IF WRK-NSUCTL-STATUS = '35'
                CLOSE NSUCTL
                OPEN OUTPUT NSUCTL
                INITIALIZE WRK-NSUCTL-REC
                WRITE WRK-NSUCTL-REC
                CLOSE NSUCTL
                OPEN I-O NSUCTL
             END-IF.
             EVALUATE TRUE
                WHEN WRK-NSUCTL-STATUS = '00'
                   SET WRK-NSU-OBTIDO TO TRUE
                WHEN WRK-NSUCTL-OCUPADO
                   CONTINUE
                WHEN OTHER
                   MOVE 500 TO WRK-NSU-TENTATIVAS
             END-EVALUATE.

      *    O NUMERO VEM DO MAIOR CONTRATO + 1; SE OUTRA SESSAO JA
      *    GRAVOU ESSE NUMERO (CHAVE DUPLICADA), TENTA O SEGUINTE
       5600-GRAVAR-CONTRATO.
             MOVE 'N' TO WRK-CONTRATO-GRAVADO-SW.
             MOVE ZERO TO WRK-CONTRATO-TENTATIVAS.
             PERFORM 5610-TENTAR-GRAVAR-CONTRATO
                UNTIL WRK-CONTRATO-GRAVADO
                   OR WRK-CONTRATO-REJEITADO.

       5610-TENTAR-GRAVAR-CONTRATO.
             ADD 1 TO WRK-CONTRATO-TENTATIVAS.
             INITIALIZE EMPR-MESTRE-REC.
             MOVE WRK-CONTRATO-CHAVE TO EMPR-CONTRATO.
             MOVE WRK-EMP-CLIENTE    TO EMPR-CLIENTE.
             MOVE WRK-EMP-CONTA      TO EMPR-CONTA.
             MOVE WRK-EMP-PRINCIPAL  TO EMPR-PRINCIPAL.
             MOVE WRK-EMP-TAXA       TO EMPR-TAXA-MENSAL.
             MOVE WRK-EMP-PARCELAS   TO EMPR-QTD-PARCELAS.
             MOVE WRK-EMP-DIA        TO EMPR-DIA-VENCIMENTO.
             MOVE WRK-VALOR-PARCELA  TO EMPR-VALOR-PARCELA.
             MOVE WRK-DATA-CONTRATO  TO EMPR-DATA-CONTRATO.
             MOVE WRK-OPERADOR       TO EMPR-OPERADOR.
             MOVE ZERO               TO EMPR-NSU-CREDITO.
             SET EMPR-ATIVO          TO TRUE.
             MOVE ZERO               TO EMPR-QTD-PAGAS.
             MOVE WRK-EMP-PRINCIPAL  TO EMPR-SALDO-DEVEDOR.
             MOVE ZERO               TO EMPR-DATA-QUITACAO.
             WRITE EMPR-MESTRE-REC
                INVALID KEY
                   IF WRK-EMPRMEST-DUPLICADO
                      AND WRK-CONTRATO-TENTATIVAS < 10
                      ADD 1 TO WRK-CONTRATO-CHAVE
                   ELSE
                      MOVE 'ERRO AO GRAVAR O CONTRATO         ' TO
                           WRK-TITULO
                      SET WRK-CONTRATO-REJEITADO TO TRUE
                   END-IF
                NOT INVALID KEY
                   SET WRK-CONTRATO-GRAVADO TO TRUE
             END-WRITE.
             IF NOT WRK-CONTRATO-GRAVADO
                AND NOT WRK-EMPRMEST-DUPLICADO
                MOVE 'ERRO AO GRAVAR O CONTRATO         ' TO
                     WRK-TITULO
                SET WRK-CONTRATO-REJEITADO TO TRUE
             END-IF.

       5650-REGISTRAR-NSU-CREDITO.
             MOVE WRK-CONTRATO-CHAVE TO EMPR-CONTRATO.
             READ EMPRMEST
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE WRK-NSU-CREDITO TO EMPR-NSU-CREDITO
                   REWRITE EMPR-MESTRE-REC
             END-READ.

       5660-EXCLUIR-CONTRATO.
             MOVE WRK-CONTRATO-CHAVE TO EMPR-CONTRATO.
             DELETE EMPRMEST RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE.

       5700-GERAR-PARCELAS.
             MOVE WRK-EMP-PRINCIPAL TO WRK-SALDO-DEVEDOR.
             SET WRK-PARCELAS-OK TO TRUE.
             MOVE ZERO TO WRK-QTD-PARC-GRAVADAS.
             PERFORM 5750-GERAR-UMA-PARCELA
                VARYING WRK-IDX-PARCELA FROM 1 BY 1
                UNTIL WRK-IDX-PARCELA > WRK-EMP-PARCELAS
                   OR WRK-PARCELA-FALHOU.

       5750-GERAR-UMA-PARCELA.
             INITIALIZE EMPR-PARCELA-REC.
             MOVE WRK-CONTRATO-CHAVE TO PARC-CONTRATO.
             MOVE WRK-IDX-PARCELA    TO PARC-NUMERO.
             MOVE WRK-EMP-CONTA      TO PARC-CONTA.
             PERFORM 5320-CALCULAR-VENCIMENTO.
             MOVE WRK-DATA-VENCIMENTO TO PARC-VENCIMENTO.
             COMPUTE WRK-JUROS-PARCELA ROUNDED =
                     WRK-SALDO-DEVEDOR * WRK-TAXA-DECIMAL.
             IF WRK-IDX-PARCELA = WRK-EMP-PARCELAS
                MOVE WRK-SALDO-DEVEDOR TO WRK-AMORT-PARCELA
                COMPUTE PARC-VALOR =
                        WRK-AMORT-PARCELA + WRK-JUROS-PARCELA
             ELSE
                MOVE WRK-VALOR-PARCELA TO PARC-VALOR
                COMPUTE WRK-AMORT-PARCELA =
                        WRK-VALOR-PARCELA - WRK-JUROS-PARCELA
             END-IF.
             SUBTRACT WRK-AMORT-PARCELA FROM WRK-SALDO-DEVEDOR.
             MOVE WRK-AMORT-PARCELA  TO PARC-AMORTIZACAO.
             MOVE WRK-JUROS-PARCELA  TO PARC-JUROS.
             MOVE WRK-SALDO-DEVEDOR  TO PARC-SALDO-DEVEDOR.
             SET PARC-ABERTA         TO TRUE.
             WRITE EMPR-PARCELA-REC
                INVALID KEY
                   SET WRK-PARCELA-FALHOU TO TRUE
             END-WRITE.
             IF WRK-EMPRPARC-STATUS = '00'
                ADD 1 TO WRK-QTD-PARC-GRAVADAS
             ELSE
                SET WRK-PARCELA-FALHOU TO TRUE
             END-IF.

      *    CRONOGRAMA INCOMPLETO: EXCLUI AS PARCELAS JA GRAVADAS E O
      *    'P' DO DIARIO E DESFAZ O CREDITO; O CONTRATO E EXCLUIDO
      *    PELO 5400 (CONTRATO REJEITADO)
       5770-DESFAZER-CONTRATACAO.
             PERFORM 5780-EXCLUIR-PARCELA
                VARYING WRK-IDX-PARCELA FROM 1 BY 1
                UNTIL WRK-IDX-PARCELA > WRK-QTD-PARC-GRAVADAS.
             PERFORM 5790-EXCLUIR-DIARIO-CREDITO.
             PERFORM 5430-DESFAZER-CREDITO.
             MOVE 'ERRO NA PARCELA - NAO CONTRATADO  ' TO
                  WRK-TITULO.
             SET WRK-CONTRATO-REJEITADO TO TRUE.

       5780-EXCLUIR-PARCELA.
             MOVE WRK-CONTRATO-CHAVE TO PARC-CONTRATO.
             MOVE WRK-IDX-PARCELA    TO PARC-NUMERO.
             DELETE EMPRPARC RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE.

       5790-EXCLUIR-DIARIO-CREDITO.
             OPEN I-O DIARIO.
             MOVE WRK-NSU-CREDITO TO DIARIO-NSU.
             DELETE DIARIO RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE.
             CLOSE DIARIO.

       6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA  '    TO WRK-MODULO.
             DISPLAY TELA.
             ACCEPT TELA-CONSULTA-CHAVE.
             MOVE WRK-CONTRATO-CHAVE TO EMPR-CONTRATO.
             READ EMPRMEST
                INVALID KEY
                   MOVE 'CONTRATO NAO ENCONTRADO           ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 6100-MOSTRAR-CONTRATO
             END-READ.

       6100-MOSTRAR-CONTRATO.
             MOVE EMPR-CLIENTE TO CLI-NUMERO.
             READ CLIMEST
                INVALID KEY
                   MOVE SPACES TO CLI-NOME
               NOT INVALID KEY
                   CONTINUE
             END-READ.
             MOVE EMPR-PRINCIPAL     TO WRK-PRINCIPAL-EDIT.
             MOVE EMPR-TAXA-MENSAL   TO WRK-TAXA-EDIT.
             MOVE EMPR-VALOR-PARCELA TO WRK-PARCELA-EDIT.
             MOVE EMPR-SALDO-DEVEDOR TO WRK-SALDO-DEV-EDIT.
             DISPLAY TELA.
             ACCEPT TELA-CONSULTA.
