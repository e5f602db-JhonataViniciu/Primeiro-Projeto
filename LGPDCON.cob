       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LGPDCON.
      *==========================================
      *==  OBJETIVO: RELATORIO DOS DADOS PESSOAIS MANTIDOS SOBRE
      *==            UM TITULAR, A PARTIR DO CPF, PARA ATENDER A
      *==            REQUISICAO DO TITULAR (LGPD).  REUNE NO
      *==            RELATORIO IMPRESSO PAGINADO LGPDREL O
      *==            CADASTRO DO CLIMEST, AS CONTAS DO CLIENTE
      *==            (ATIVAS NO CONTAS E ENCERRADAS SEGUNDO O
      *==            SEGLOG), AS ALTERACOES E EXCLUSOES DO
      *==            CLIHIST COM O ANTES/DEPOIS ABERTO CAMPO A
      *==            CAMPO E AS ACOES DO SEGLOG SOBRE O CLIENTE E
      *==            SUAS CONTAS.  CPF QUE NAO ESTA MAIS NO
      *==            CLIMEST (CLIENTE EXCLUIDO) E PROCURADO NAS
      *==            IMAGENS DO CLIHIST.  EXIGE LOGON DE OPERADOR
      *==            COM PERFIL GERENTE E REGISTRA A EMISSAO NO
      *==            SEGLOG (OPERACAO 'X').
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

           SELECT CLIHIST ASSIGN TO "CLIHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-CLIHIST-STATUS.

           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-SEGLOG-STATUS.

           SELECT OPERMEST ASSIGN TO "OPERMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPERMEST-STATUS.

           SELECT LGPDREL ASSIGN TO "LGPDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGPDREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIMEST.
       01  CLI-MESTRE-REC.
           COPY CLIMREC.

       FD  CONTAS.
       01  WRK-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

       FD  CLIHIST.
       01  CLI-HIST-REC.
           COPY CLIHREC.

       FD  SEGLOG.
       01  SEG-LOG-REC.
           COPY SEGLREC.

       FD  OPERMEST.
       01  OPER-MESTRE-REC.
           COPY OPERREC.

       FD  LGPDREL.
       01  REL-LINHA                  PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-TITULO PIC X(35).
       77  WRK-MODULO PIC X(25).
       77  WRK-TECLA  PIC X(1).

       77  WRK-CLIMEST-STATUS  PIC X(02).
       77  WRK-CONTAS-STATUS   PIC X(02).
       77  WRK-CLIHIST-STATUS  PIC X(02).
       77  WRK-SEGLOG-STATUS   PIC X(02).
       77  WRK-OPERMEST-STATUS PIC X(02).
       77  WRK-LGPDREL-STATUS  PIC X(02).

       77  WRK-OPERADOR            PIC X(08) VALUE SPACES.
       77  WRK-SENHA               PIC 9(06) VALUE ZERO.
       77  WRK-PERFIL              PIC X(01) VALUE SPACE.
       77  WRK-LOGON-SW            PIC X(01) VALUE 'N'.
           88  WRK-LOGON-OK                VALUE 'S'.
       77  WRK-TENTATIVAS-LOGON    PIC 9(01) VALUE ZERO.

       77  WRK-CPF-CHAVE           PIC 9(11) VALUE ZERO.
       77  WRK-CLIENTE             PIC 9(10) VALUE ZERO.
       77  WRK-DATA-EMISSAO        PIC 9(08) VALUE ZERO.

       77  WRK-NO-CADASTRO-SW      PIC X(01) VALUE 'N'.
           88  WRK-NO-CADASTRO             VALUE 'S'.
       77  WRK-FIM-CONTAS-SW       PIC X(01) VALUE 'N'.
           88  WRK-FIM-CONTAS              VALUE 'S'.
       77  WRK-FIM-CLIHIST-SW      PIC X(01) VALUE 'N'.
           88  WRK-FIM-CLIHIST             VALUE 'S'.
       77  WRK-FIM-SEGLOG-SW       PIC X(01) VALUE 'N'.
           88  WRK-FIM-SEGLOG              VALUE 'S'.
       77  WRK-SELECIONADO-SW      PIC X(01) VALUE 'N'.
           88  WRK-SELECIONADO             VALUE 'S'.

       77  WRK-QTD-ATIVAS          PIC 9(06) VALUE ZERO.
       77  WRK-QTD-ENCERRADAS      PIC 9(06) VALUE ZERO.
       77  WRK-QTD-CLIHIST         PIC 9(06) VALUE ZERO.
       77  WRK-QTD-SEGLOG          PIC 9(06) VALUE ZERO.

       77  WRK-REL-LINHAS          PIC 9(02) VALUE ZERO.
       77  WRK-REL-PAGINA          PIC 9(04) VALUE ZERO.
       77  WRK-REL-LINHAS-PAGINA   PIC 9(02) VALUE 15.
       77  WRK-LINHA               PIC X(120) VALUE SPACES.

      *    CONTAS DO CLIENTE: ATIVAS (CONTAS) E ENCERRADAS (SEGLOG)
       77  WRK-QTD-TAB             PIC 9(03) VALUE ZERO.
       01  WRK-CONTA-TAB-AREA.
           05  TAB-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WRK-QTD-TAB
                         INDEXED BY WRK-IDX.
               10  TAB-CONTA            PIC 9(10).
               10  TAB-DATA-ENCERRAMENTO PIC 9(08).
               10  TAB-SITUACAO-SW      PIC X(01).
                   88  TAB-ATIVA                VALUE 'A'.
                   88  TAB-ENCERRADA            VALUE 'E'.

       01  WRK-ANTES-REC.
           COPY CLIMREC REPLACING LEADING ==CLI== BY ==ANT==.

       01  WRK-DEPOIS-REC.
           COPY CLIMREC REPLACING LEADING ==CLI== BY ==DEP==.

       01  WRK-REL-CABECALHO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)'.
           05  FILLER                  PIC X(10) VALUE 'PAGINA: '.
           05  WRK-REL-CAB-PAGINA      PIC ZZZ9.

       01  WRK-REL-CAB-TITULAR.
           05  FILLER                  PIC X(05) VALUE 'CPF: '.
           05  WRK-REL-CAB-CPF         PIC 9(11).
           05  FILLER                  PIC X(10) VALUE ' CLIENTE: '.
           05  WRK-REL-CAB-CLIENTE     PIC Z(9)9.
           05  FILLER                  PIC X(13) VALUE
               ' EMITIDO EM: '.
           05  WRK-REL-CAB-DATA        PIC 9(08).
           05  FILLER                  PIC X(11) VALUE ' OPERADOR: '.
           05  WRK-REL-CAB-OPERADOR    PIC X(08).

       01  WRK-REL-SECAO1.
           05  FILLER                  PIC X(45) VALUE
               'CADASTRO DO CLIENTE (CLIMEST)'.

       01  WRK-REL-SECAO2.
           05  FILLER                  PIC X(45) VALUE
               'CONTAS DO CLIENTE (CONTAS E SEGLOG)'.

       01  WRK-REL-SECAO3.
           05  FILLER                  PIC X(45) VALUE
               'ALTERACOES E EXCLUSOES DO CADASTRO (CLIHIST)'.

       01  WRK-REL-SECAO4.
           05  FILLER                  PIC X(45) VALUE
               'ACOES SOBRE O CLIENTE E AS CONTAS (SEGLOG)'.

       01  WRK-REL-SEM-CADASTRO.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'CPF NAO CONSTA DO CADASTRO ATUAL DE CLIENTES'.

       01  WRK-REL-NENHUM.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'NENHUM REGISTRO'.

       01  WRK-REL-DET-DADO.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WRK-DADO-LABEL          PIC X(14).
           05  WRK-DADO-VALOR          PIC X(40).

       01  WRK-REL-DET-CONTA.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'CONTA: '.
           05  WRK-CTA-DET-CONTA       PIC Z(9)9.
           05  FILLER                  PIC X(07) VALUE ' TIPO: '.
           05  WRK-CTA-DET-TIPO        PIC X(01).
           05  FILLER                  PIC X(08) VALUE ' SALDO: '.
           05  WRK-CTA-DET-SALDO       PIC Z(9)9,99.
           05  FILLER                  PIC X(12) VALUE
               ' BLOQUEADA: '.
           05  WRK-CTA-DET-BLOQUEADA   PIC X(01).
           05  FILLER                  PIC X(11) VALUE ' SITUACAO: '.
           05  WRK-CTA-DET-SITUACAO    PIC X(10).
           05  FILLER                  PIC X(07) VALUE ' DESDE '.
           05  WRK-CTA-DET-DATA        PIC 9(08).

       01  WRK-REL-DET-ENCERRADA.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'CONTA: '.
           05  WRK-ENC-DET-CONTA       PIC Z(9)9.
           05  FILLER                  PIC X(17) VALUE
               ' ENCERRADA EM '.
           05  WRK-ENC-DET-DATA        PIC 9(08).

       01  WRK-REL-DET-HIST.
           05  WRK-HIST-DET-DATA       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRK-HIST-DET-HORA       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRK-HIST-DET-OPERADOR   PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRK-HIST-DET-OPERACAO   PIC X(09).
           05  FILLER                  PIC X(09) VALUE ' CLIENTE:'.
           05  WRK-HIST-DET-CLIENTE    PIC Z(9)9.

       01  WRK-REL-DET-CAMPO.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WRK-CAMPO-LABEL         PIC X(14).
           05  FILLER                  PIC X(07) VALUE 'ANTES: '.
           05  WRK-CAMPO-ANTES         PIC X(40).
           05  FILLER                  PIC X(09) VALUE ' DEPOIS: '.
           05  WRK-CAMPO-DEPOIS        PIC X(40).

       01  WRK-REL-DET-SEG.
           05  WRK-SEG-DET-DATA        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRK-SEG-DET-HORA        PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRK-SEG-DET-OPERADOR    PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WRK-SEG-DET-OPERACAO    PIC X(11).
           05  FILLER                  PIC X(07) VALUE ' CONTA:'.
           05  WRK-SEG-DET-CONTA       PIC Z(9)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WRK-SEG-DET-MOTIVO      PIC X(40).
           05  WRK-SEG-DET-NSU-TXT     PIC X(05).
           05  WRK-SEG-DET-NSU         PIC Z(9)9 BLANK WHEN ZERO.

       01  WRK-REL-RODAPE1.
           05  FILLER                  PIC X(25) VALUE
               'CONTAS ATIVAS.........: '.
           05  WRK-ROD-ATIVAS          PIC Z(5)9.

       01  WRK-REL-RODAPE2.
           05  FILLER                  PIC X(25) VALUE
               'CONTAS ENCERRADAS.....: '.
           05  WRK-ROD-ENCERRADAS      PIC Z(5)9.

       01  WRK-REL-RODAPE3.
           05  FILLER                  PIC X(25) VALUE
               'EVENTOS DO CLIHIST....: '.
           05  WRK-ROD-CLIHIST         PIC Z(5)9.

       01  WRK-REL-RODAPE4.
           05  FILLER                  PIC X(25) VALUE
               'EVENTOS DO SEGLOG.....: '.
           05  WRK-ROD-SEGLOG          PIC Z(5)9.

       SCREEN          SECTION.
       01  TELA.
           05 LIMP-TELA.
              10 BLANK SCREEN.
              10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 3 .
              10 LINE 01 COLUMN 25 PIC X(20)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                       FROM 'DADOS DO TITULAR'.
              10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01  TELA-LOGON.
           05 LINE 04 COLUMN 15 VALUE 'OPERADOR GERENTE....: '.
           05 LINE 04 COLUMN 37 USING WRK-OPERADOR.
           05 LINE 05 COLUMN 15 VALUE 'SENHA...............: '.
           05 LINE 05 COLUMN 37 SECURE USING WRK-SENHA.

       01  TELA-CPF.
           05 LINE 04 COLUMN 15 VALUE 'CPF DO TITULAR......: '.
           05 LINE 04 COLUMN 37 USING WRK-CPF-CHAVE.

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
              PERFORM 2000-IDENTIFICAR-TITULAR
              PERFORM 3000-EMITIR-RELATORIO
              PERFORM 4000-REGISTRAR-SEGLOG
           END-IF.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           OPEN INPUT CLIMEST.
           OPEN INPUT CONTAS.
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
              MOVE 'MODULO - CPF       '    TO WRK-MODULO
              DISPLAY TELA
              ACCEPT TELA-CPF
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

      *    LOCALIZA O CLIENTE PELO CPF NO CLIMEST OU, SE FOI
      *    EXCLUIDO, NAS IMAGENS DO CLIHIST, E CARREGA AS CONTAS
      *    QUE O SEGLOG REGISTRA COMO ENCERRADAS PARA ELE
       2000-IDENTIFICAR-TITULAR.
           MOVE 'MODULO - RELATORIO '    TO WRK-MODULO.
           ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD.
           MOVE ZERO TO WRK-CLIENTE.
           MOVE ZERO TO WRK-QTD-TAB.
           MOVE WRK-CPF-CHAVE TO CLI-CPF.
           READ CLIMEST KEY IS CLI-CPF
              INVALID KEY
                 MOVE 'N' TO WRK-NO-CADASTRO-SW
              NOT INVALID KEY
                 SET WRK-NO-CADASTRO TO TRUE
                 MOVE CLI-NUMERO TO WRK-CLIENTE
           END-READ.
           IF NOT WRK-NO-CADASTRO
              PERFORM 2100-PROCURAR-NO-CLIHIST
           END-IF.
           IF WRK-CLIENTE NOT = ZERO
              PERFORM 2200-CARREGAR-ENCERRADAS
           END-IF.

       2100-PROCURAR-NO-CLIHIST.
           MOVE 'N' TO WRK-FIM-CLIHIST-SW.
           OPEN INPUT CLIHIST.
           IF WRK-CLIHIST-STATUS NOT = '00'
              SET WRK-FIM-CLIHIST TO TRUE
           END-IF.
           PERFORM 2110-LER-PROXIMO-HIST.
           PERFORM 2120-COMPARAR-CPF-HIST
              UNTIL WRK-FIM-CLIHIST
                 OR WRK-CLIENTE NOT = ZERO.
           CLOSE CLIHIST.

       2110-LER-PROXIMO-HIST.
           READ CLIHIST
              AT END
                 SET WRK-FIM-CLIHIST TO TRUE
           END-READ.

       2120-COMPARAR-CPF-HIST.
           MOVE HIST-ANTES  TO WRK-ANTES-REC.
           MOVE HIST-DEPOIS TO WRK-DEPOIS-REC.
           IF ANT-CPF = WRK-CPF-CHAVE
              MOVE ANT-NUMERO TO WRK-CLIENTE
           END-IF.
           IF HIST-E-ALTERACAO AND DEP-CPF = WRK-CPF-CHAVE
              MOVE DEP-NUMERO TO WRK-CLIENTE
           END-IF.
           PERFORM 2110-LER-PROXIMO-HIST.

       2200-CARREGAR-ENCERRADAS.
           MOVE 'N' TO WRK-FIM-SEGLOG-SW.
           OPEN INPUT SEGLOG.
           IF WRK-SEGLOG-STATUS NOT = '00'
              SET WRK-FIM-SEGLOG TO TRUE
           END-IF.
           PERFORM 2210-LER-PROXIMO-SEG.
           PERFORM 2220-TRATAR-ENCERRAMENTO
              UNTIL WRK-FIM-SEGLOG.
           CLOSE SEGLOG.

       2210-LER-PROXIMO-SEG.
           READ SEGLOG
              AT END
                 SET WRK-FIM-SEGLOG TO TRUE
           END-READ.

       2220-TRATAR-ENCERRAMENTO.
           IF SEG-E-ENCERRAMENTO AND SEG-CLIENTE = WRK-CLIENTE
              PERFORM 2230-INSERIR-ENCERRADA
           END-IF.
           PERFORM 2210-LER-PROXIMO-SEG.

       2230-INSERIR-ENCERRADA.
           IF WRK-QTD-TAB < 200
              ADD 1 TO WRK-QTD-TAB
              SET WRK-IDX TO WRK-QTD-TAB
              MOVE SEG-CONTA TO TAB-CONTA(WRK-IDX)
              MOVE SEG-DATA  TO TAB-DATA-ENCERRAMENTO(WRK-IDX)
              SET TAB-ENCERRADA(WRK-IDX) TO TRUE
              ADD 1 TO WRK-QTD-ENCERRADAS
           END-IF.

       3000-EMITIR-RELATORIO.
           OPEN OUTPUT LGPDREL.
           MOVE ZERO TO WRK-REL-PAGINA.
           PERFORM 5000-IMPRIMIR-CABECALHO.
           PERFORM 3100-IMPRIMIR-CADASTRO.
           PERFORM 3200-IMPRIMIR-CONTAS.
           PERFORM 3400-IMPRIMIR-CLIHIST.
           PERFORM 3500-IMPRIMIR-SEGLOG.
           PERFORM 3600-EMITIR-RODAPE.
           CLOSE LGPDREL.

       3100-IMPRIMIR-CADASTRO.
           MOVE WRK-REL-SECAO1 TO WRK-LINHA.
           PERFORM 5100-ESCREVER-SECAO.
           IF WRK-NO-CADASTRO
              PERFORM 3150-IMPRIMIR-DADOS
           ELSE
              MOVE WRK-REL-SEM-CADASTRO TO WRK-LINHA
              PERFORM 5200-ESCREVER-LINHA
           END-IF.

       3150-IMPRIMIR-DADOS.
           MOVE 'NOME          ' TO WRK-DADO-LABEL.
           MOVE CLI-NOME         TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'CPF           ' TO WRK-DADO-LABEL.
           MOVE CLI-CPF          TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'LOGRADOURO    ' TO WRK-DADO-LABEL.
           MOVE CLI-END-LOGRADOURO TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'NUMERO END    ' TO WRK-DADO-LABEL.
           MOVE CLI-END-NUMERO   TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'BAIRRO        ' TO WRK-DADO-LABEL.
           MOVE CLI-END-BAIRRO   TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'CIDADE        ' TO WRK-DADO-LABEL.
           MOVE CLI-END-CIDADE   TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'UF            ' TO WRK-DADO-LABEL.
           MOVE CLI-END-UF       TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'CEP           ' TO WRK-DADO-LABEL.
           MOVE CLI-END-CEP      TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'TELEFONE      ' TO WRK-DADO-LABEL.
           MOVE CLI-TELEFONE     TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.
           MOVE 'DATA ABERTURA ' TO WRK-DADO-LABEL.
           MOVE CLI-DATA-ABERTURA TO WRK-DADO-VALOR.
           PERFORM 3190-IMPRIMIR-UM-DADO.

       3190-IMPRIMIR-UM-DADO.
           MOVE WRK-REL-DET-DADO TO WRK-LINHA.
           PERFORM 5200-ESCREVER-LINHA.

       3200-IMPRIMIR-CONTAS.
           MOVE WRK-REL-SECAO2 TO WRK-LINHA.
           PERFORM 5100-ESCREVER-SECAO.
           IF WRK-CLIENTE NOT = ZERO
              PERFORM 3210-PERCORRER-CONTAS
              PERFORM 3250-IMPRIMIR-ENCERRADA
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-TAB
           END-IF.
           IF WRK-QTD-TAB = ZERO
              MOVE WRK-REL-NENHUM TO WRK-LINHA
              PERFORM 5200-ESCREVER-LINHA
           END-IF.

       3210-PERCORRER-CONTAS.
           MOVE 'N' TO WRK-FIM-CONTAS-SW.
           MOVE LOW-VALUES TO XREF-CONTA-NUMERO OF WRK-CONTA-REC.
           START CONTAS KEY IS NOT LESS THAN
                 XREF-CONTA-NUMERO OF WRK-CONTA-REC
              INVALID KEY
                 SET WRK-FIM-CONTAS TO TRUE
           END-START.
           PERFORM 3220-LER-PROXIMA-CONTA
              UNTIL WRK-FIM-CONTAS.

       3220-LER-PROXIMA-CONTA.
           READ CONTAS NEXT RECORD
              AT END
                 SET WRK-FIM-CONTAS TO TRUE
              NOT AT END
                 IF XREF-CLIENTE-NUMERO OF WRK-CONTA-REC =
                    WRK-CLIENTE
                    PERFORM 3230-IMPRIMIR-CONTA
                 END-IF
           END-READ.

       3230-IMPRIMIR-CONTA.
           ADD 1 TO WRK-QTD-ATIVAS.
           IF WRK-QTD-TAB < 200
              ADD 1 TO WRK-QTD-TAB
              SET WRK-IDX TO WRK-QTD-TAB
              MOVE XREF-CONTA-NUMERO OF WRK-CONTA-REC TO
                   TAB-CONTA(WRK-IDX)
              MOVE ZERO TO TAB-DATA-ENCERRAMENTO(WRK-IDX)
              SET TAB-ATIVA(WRK-IDX) TO TRUE
           END-IF.
           MOVE XREF-CONTA-NUMERO OF WRK-CONTA-REC TO
                WRK-CTA-DET-CONTA.
           MOVE XREF-TIPO-CONTA       TO WRK-CTA-DET-TIPO.
           MOVE CONTA-SALDO           TO WRK-CTA-DET-SALDO.
           MOVE CONTA-BLOQUEADA       TO WRK-CTA-DET-BLOQUEADA.
           IF CONTA-DORMENTE
              MOVE 'DORMENTE  '       TO WRK-CTA-DET-SITUACAO
           ELSE
              MOVE 'ATIVA     '       TO WRK-CTA-DET-SITUACAO
           END-IF.
           MOVE CONTA-DATA-SITUACAO   TO WRK-CTA-DET-DATA.
           MOVE WRK-REL-DET-CONTA TO WRK-LINHA.
           PERFORM 5200-ESCREVER-LINHA.

       3250-IMPRIMIR-ENCERRADA.
           IF TAB-ENCERRADA(WRK-IDX)
              MOVE TAB-CONTA(WRK-IDX) TO WRK-ENC-DET-CONTA
              MOVE TAB-DATA-ENCERRAMENTO(WRK-IDX) TO
                   WRK-ENC-DET-DATA
              MOVE WRK-REL-DET-ENCERRADA TO WRK-LINHA
              PERFORM 5200-ESCREVER-LINHA
           END-IF.

       3400-IMPRIMIR-CLIHIST.
           MOVE WRK-REL-SECAO3 TO WRK-LINHA.
           PERFORM 5100-ESCREVER-SECAO.
           MOVE 'N' TO WRK-FIM-CLIHIST-SW.
           OPEN INPUT CLIHIST.
           IF WRK-CLIHIST-STATUS NOT = '00'
              SET WRK-FIM-CLIHIST TO TRUE
           END-IF.
           PERFORM 2110-LER-PROXIMO-HIST.
           PERFORM 3410-TRATAR-HIST
              UNTIL WRK-FIM-CLIHIST.
           CLOSE CLIHIST.
           IF WRK-QTD-CLIHIST = ZERO
              MOVE WRK-REL-NENHUM TO WRK-LINHA
              PERFORM 5200-ESCREVER-LINHA
           END-IF.

       3410-TRATAR-HIST.
           MOVE 'N' TO WRK-SELECIONADO-SW.
           MOVE HIST-ANTES  TO WRK-ANTES-REC.
           MOVE HIST-DEPOIS TO WRK-DEPOIS-REC.
           IF ANT-CPF = WRK-CPF-CHAVE
              SET WRK-SELECIONADO TO TRUE
           END-IF.
           IF WRK-CLIENTE NOT = ZERO
              AND ANT-NUMERO = WRK-CLIENTE
              SET WRK-SELECIONADO TO TRUE
           END-IF.
           IF HIST-E-ALTERACAO AND DEP-CPF = WRK-CPF-CHAVE
              SET WRK-SELECIONADO TO TRUE
           END-IF.
           IF WRK-SELECIONADO
              ADD 1 TO WRK-QTD-CLIHIST
              PERFORM 3420-IMPRIMIR-HIST
           END-IF.
           PERFORM 2110-LER-PROXIMO-HIST.

       3420-IMPRIMIR-HIST.
           MOVE HIST-DATA     TO WRK-HIST-DET-DATA.
           MOVE HIST-HORA     TO WRK-HIST-DET-HORA.
           MOVE HIST-OPERADOR TO WRK-HIST-DET-OPERADOR.
           IF HIST-E-EXCLUSAO
              MOVE 'EXCLUSAO ' TO WRK-HIST-DET-OPERACAO
           ELSE
              MOVE 'ALTERACAO' TO WRK-HIST-DET-OPERACAO
           END-IF.
           MOVE ANT-NUMERO    TO WRK-HIST-DET-CLIENTE.
           MOVE WRK-REL-DET-HIST TO WRK-LINHA.
           PERFORM 5200-ESCREVER-LINHA.
           PERFORM 3430-IMPRIMIR-CAMPOS.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 5200-ESCREVER-LINHA.

       3430-IMPRIMIR-CAMPOS.
           MOVE 'NOME          ' TO WRK-CAMPO-LABEL.
           MOVE ANT-NOME         TO WRK-CAMPO-ANTES.
           MOVE DEP-NOME         TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'CPF           ' TO WRK-CAMPO-LABEL.
           MOVE ANT-CPF          TO WRK-CAMPO-ANTES.
           MOVE DEP-CPF          TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'LOGRADOURO    ' TO WRK-CAMPO-LABEL.
           MOVE ANT-END-LOGRADOURO TO WRK-CAMPO-ANTES.
           MOVE DEP-END-LOGRADOURO TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'NUMERO END    ' TO WRK-CAMPO-LABEL.
           MOVE ANT-END-NUMERO   TO WRK-CAMPO-ANTES.
           MOVE DEP-END-NUMERO   TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'BAIRRO        ' TO WRK-CAMPO-LABEL.
           MOVE ANT-END-BAIRRO   TO WRK-CAMPO-ANTES.
           MOVE DEP-END-BAIRRO   TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'CIDADE        ' TO WRK-CAMPO-LABEL.
           MOVE ANT-END-CIDADE   TO WRK-CAMPO-ANTES.
           MOVE DEP-END-CIDADE   TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'UF            ' TO WRK-CAMPO-LABEL.
           MOVE ANT-END-UF       TO WRK-CAMPO-ANTES.
           MOVE DEP-END-UF       TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'CEP           ' TO WRK-CAMPO-LABEL.
           MOVE ANT-END-CEP      TO WRK-CAMPO-ANTES.
           MOVE DEP-END-CEP      TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'TELEFONE      ' TO WRK-CAMPO-LABEL.
           MOVE ANT-TELEFONE     TO WRK-CAMPO-ANTES.
           MOVE DEP-TELEFONE     TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.
           MOVE 'DATA ABERTURA ' TO WRK-CAMPO-LABEL.
           MOVE ANT-DATA-ABERTURA TO WRK-CAMPO-ANTES.
           MOVE DEP-DATA-ABERTURA TO WRK-CAMPO-DEPOIS.
           PERFORM 3490-IMPRIMIR-UM-CAMPO.

       3490-IMPRIMIR-UM-CAMPO.
           MOVE WRK-REL-DET-CAMPO TO WRK-LINHA.
           PERFORM 5200-ESCREVER-LINHA.

       3500-IMPRIMIR-SEGLOG.
           MOVE WRK-REL-SECAO4 TO WRK-LINHA.
           PERFORM 5100-ESCREVER-SECAO.
           MOVE 'N' TO WRK-FIM-SEGLOG-SW.
           OPEN INPUT SEGLOG.
           IF WRK-SEGLOG-STATUS NOT = '00'
              SET WRK-FIM-SEGLOG TO TRUE
           END-IF.
           PERFORM 2210-LER-PROXIMO-SEG.
           PERFORM 3510-TRATAR-SEG
              UNTIL WRK-FIM-SEGLOG.
           CLOSE SEGLOG.
           IF WRK-QTD-SEGLOG = ZERO
              MOVE WRK-REL-NENHUM TO WRK-LINHA
              PERFORM 5200-ESCREVER-LINHA
           END-IF.

       3510-TRATAR-SEG.
           MOVE 'N' TO WRK-SELECIONADO-SW.
           IF WRK-CLIENTE NOT = ZERO
              AND SEG-CLIENTE = WRK-CLIENTE
              SET WRK-SELECIONADO TO TRUE
           END-IF.
           IF SEG-CONTA NOT = ZERO AND WRK-QTD-TAB > ZERO
              SET WRK-IDX TO 1
              SEARCH TAB-ENTRY
                 AT END
                    CONTINUE
                 WHEN TAB-CONTA(WRK-IDX) = SEG-CONTA
                    SET WRK-SELECIONADO TO TRUE
              END-SEARCH
           END-IF.
           IF WRK-SELECIONADO
              ADD 1 TO WRK-QTD-SEGLOG
              PERFORM 3520-IMPRIMIR-SEG
           END-IF.
           PERFORM 2210-LER-PROXIMO-SEG.

       3520-IMPRIMIR-SEG.
           MOVE SEG-DATA     TO WRK-SEG-DET-DATA.
           MOVE SEG-HORA     TO WRK-SEG-DET-HORA.
           MOVE SEG-OPERADOR TO WRK-SEG-DET-OPERADOR.
           MOVE SPACES       TO WRK-SEG-DET-NSU-TXT.
           MOVE ZERO         TO WRK-SEG-DET-NSU.
           EVALUATE TRUE
              WHEN SEG-E-RESET-PIN
                 MOVE 'RESET PIN  ' TO WRK-SEG-DET-OPERACAO
              WHEN SEG-E-ESTORNO
                 MOVE 'ESTORNO NSU' TO WRK-SEG-DET-OPERACAO
                 MOVE ' NSU:'       TO WRK-SEG-DET-NSU-TXT
                 MOVE SEG-NSU-ORIGEM TO WRK-SEG-DET-NSU
              WHEN SEG-E-REATIVACAO
                 MOVE 'REATIVACAO ' TO WRK-SEG-DET-OPERACAO
              WHEN SEG-E-ENCERRAMENTO
                 MOVE 'ENCERRAMENT' TO WRK-SEG-DET-OPERACAO
              WHEN SEG-E-EXPORTACAO
                 MOVE 'RELAT. LGPD' TO WRK-SEG-DET-OPERACAO
              WHEN SEG-E-ANONIMIZACAO
                 MOVE 'ANONIMIZ.  ' TO WRK-SEG-DET-OPERACAO
              WHEN OTHER
                 MOVE 'DESBLOQUEIO' TO WRK-SEG-DET-OPERACAO
           END-EVALUATE.
           MOVE SEG-CONTA    TO WRK-SEG-DET-CONTA.
           MOVE SEG-MOTIVO   TO WRK-SEG-DET-MOTIVO.
           MOVE WRK-REL-DET-SEG TO WRK-LINHA.
           PERFORM 5200-ESCREVER-LINHA.

       3600-EMITIR-RODAPE.
           WRITE REL-LINHA FROM SPACES.
           MOVE WRK-QTD-ATIVAS     TO WRK-ROD-ATIVAS.
           WRITE REL-LINHA FROM WRK-REL-RODAPE1.
           MOVE WRK-QTD-ENCERRADAS TO WRK-ROD-ENCERRADAS.
           WRITE REL-LINHA FROM WRK-REL-RODAPE2.
           MOVE WRK-QTD-CLIHIST    TO WRK-ROD-CLIHIST.
           WRITE REL-LINHA FROM WRK-REL-RODAPE3.
           MOVE WRK-QTD-SEGLOG     TO WRK-ROD-SEGLOG.
           WRITE REL-LINHA FROM WRK-REL-RODAPE4.

      *    A EMISSAO DO RELATORIO FICA REGISTRADA NO SEGLOG, SEM O
      *    CPF, SO COM O NUMERO DO CLIENTE (ZERO SE NAO ENCONTRADO)
       4000-REGISTRAR-SEGLOG.
           OPEN EXTEND SEGLOG.
           IF WRK-SEGLOG-STATUS = '35'
              CLOSE SEGLOG
              OPEN OUTPUT SEGLOG
              CLOSE SEGLOG
              OPEN EXTEND SEGLOG
           END-IF.
           ACCEPT SEG-DATA FROM DATE YYYYMMDD.
           ACCEPT SEG-HORA FROM TIME.
           MOVE WRK-OPERADOR    TO SEG-OPERADOR.
           SET SEG-E-EXPORTACAO TO TRUE.
           MOVE ZERO            TO SEG-CONTA.
           MOVE 'RELATORIO DE DADOS PESSOAIS DO TITULAR' TO
                SEG-MOTIVO.
           MOVE ZERO            TO SEG-NSU-ORIGEM.
           MOVE ZERO            TO SEG-NSU-ESTORNO.
           MOVE WRK-CLIENTE     TO SEG-CLIENTE.
           WRITE SEG-LOG-REC.
           CLOSE SEGLOG.
           IF WRK-CLIENTE = ZERO
              MOVE 'CPF SEM REGISTRO - VER LGPDREL    ' TO
                   WRK-TITULO
           ELSE
              MOVE 'RELATORIO GERADO EM LGPDREL       ' TO
                   WRK-TITULO
           END-IF.
           DISPLAY TELA.
           ACCEPT WRK-MOSTRA-ERRO.

       5000-IMPRIMIR-CABECALHO.
           ADD 1 TO WRK-REL-PAGINA.
           MOVE WRK-REL-PAGINA TO WRK-REL-CAB-PAGINA.
           IF WRK-REL-PAGINA > 1
              WRITE REL-LINHA FROM SPACES
                  BEFORE ADVANCING PAGE
           END-IF.
           WRITE REL-LINHA FROM WRK-REL-CABECALHO.
           MOVE WRK-CPF-CHAVE    TO WRK-REL-CAB-CPF.
           MOVE WRK-CLIENTE      TO WRK-REL-CAB-CLIENTE.
           MOVE WRK-DATA-EMISSAO TO WRK-REL-CAB-DATA.
           MOVE WRK-OPERADOR     TO WRK-REL-CAB-OPERADOR.
           WRITE REL-LINHA FROM WRK-REL-CAB-TITULAR.
           WRITE REL-LINHA FROM SPACES.
           MOVE ZERO TO WRK-REL-LINHAS.

       5100-ESCREVER-SECAO.
           IF WRK-REL-LINHAS + 3 > WRK-REL-LINHAS-PAGINA
              PERFORM 5000-IMPRIMIR-CABECALHO
           END-IF.
           IF WRK-REL-LINHAS > ZERO
              WRITE REL-LINHA FROM SPACES
              ADD 1 TO WRK-REL-LINHAS
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA.
           WRITE REL-LINHA FROM SPACES.
           ADD 2 TO WRK-REL-LINHAS.

       5200-ESCREVER-LINHA.
           IF WRK-REL-LINHAS >= WRK-REL-LINHAS-PAGINA
              PERFORM 5000-IMPRIMIR-CABECALHO
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA.
           ADD 1 TO WRK-REL-LINHAS.

       9000-FINALIZAR.
           CLOSE CLIMEST.
           CLOSE CONTAS.
           CLOSE OPERMEST.
