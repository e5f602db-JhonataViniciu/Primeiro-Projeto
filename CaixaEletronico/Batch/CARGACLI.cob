       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACLI.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: CARGA EM LOTE DE CLIENTES E CONTAS A PARTIR DO
      *==           ARQUIVO ENVIADO PELAS AGENCIAS OU PARCEIROS
      *==           (CARGAENT, LAYOUT FIXO, UM CLIENTE POR
      *==           REGISTRO COM CONTA OPCIONAL TIPO C/P, DEPOSITO
      *==           DE ABERTURA E LIMITE DIARIO DE SAQUE).  VALIDA
      *==           O CPF COM DIGITO VERIFICADOR E RECUSA CPF JA
      *==           CADASTRADO COMO O CLIENTES FAZ NA INCLUSAO,
      *==           ATRIBUI O NUMERO DO CLIENTE E O DA CONTA,
      *==           GRAVA O CLIMEST E O CONTAS COM PIN INICIAL
      *==           GERADO E LANCA O DEPOSITO DE ABERTURA NO
      *==           DIARIO (TIPO 'D') PARA QUE O CONCILIA FECHE A
      *==           CONTA.  REGISTROS RECUSADOS VAO PARA O CARGREJ
      *==           COM O MOTIVO; O RELATORIO CARGREL TRAZ O QUE
      *==           FOI CARREGADO E OS TOTAIS.  OS PINS GERADOS
      *==           SAEM SOMENTE NO CARGPIN, PARA A IMPRESSAO DOS
      *==           ENVELOPES DE SENHA.
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL CARGACLI, NO
      *==           HORARIO COMERCIAL, FORA DA CADEIA NOTURNA.  A
      *==           DATA DE ABERTURA VEM DE SYSIN (AAAAMMDD;
      *==           00000000 = DATA DE MOVIMENTO DO CONTROLE
      *==           DATAMOV).  A CONTA NASCE COM SALDO DE ABERTURA
      *==           ZERO E O DEPOSITO ENTRA COMO MOVIMENTO DO DIA.
      *==           REEXECUTAR O MESMO ARQUIVO NAO DUPLICA
      *==           CLIENTES: OS JA CARREGADOS SAO RECUSADOS POR
      *==           CPF JA CADASTRADO.  HAVENDO RECUSA O PROGRAMA
      *==           TERMINA COM RETURN-CODE 4.  FALHA AO GRAVAR O
      *==           DEPOSITO NO DIARIO EXCLUI O CLIENTE E A CONTA
      *==           DO REGISTRO CORRENTE E TERMINA COM
      *==           RETURN-CODE 8; REEXECUTAR O MESMO ARQUIVO
      *==           CARREGA ESSE REGISTRO E OS SEGUINTES.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV): ABERTO EM I-O, COM A CHAVE
      *==                    CONTA + DATA PREENCHIDA NA GRAVACAO
      *== 2026-10-15 JV      NSUCTL ABERTO EM EXCLUSIVO, COM NOVA
      *==                    TENTATIVA QUANDO OCUPADO; NSU DUPLICADO NO
      *==                    DIARIO PEDE OUTRO NSU; OUTRA FALHA NO
      *==                    DIARIO EXCLUI O CLIENTE E A CONTA DO
      *==                    REGISTRO E TERMINA COM RC=8
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGAENT ASSIGN TO "CARGAENT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARGAENT-STATUS.

           SELECT CLIMEST ASSIGN TO "CLIMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMEST-STATUS.

           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CONTA-NUMERO OF WS-CONTA-REC
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

           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT CARGREJ ASSIGN TO "CARGREJ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARGREJ-STATUS.

           SELECT CARGPIN ASSIGN TO "CARGPIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARGPIN-STATUS.

           SELECT CARGREL ASSIGN TO "CARGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARGREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT DO ARQUIVO DE CARGA (200 BYTES).  TIPO DA CONTA EM
      *    BRANCO = SO O CLIENTE, SEM ABERTURA DE CONTA
       FD  CARGAENT.
       01  WS-CARGAENT-REC.
           05  ENT-REFERENCIA          PIC X(10).
           05  ENT-NOME                PIC X(40).
           05  ENT-CPF                 PIC X(11).
           05  ENT-ENDERECO.
               10  ENT-END-LOGRADOURO  PIC X(40).
               10  ENT-END-NUMERO      PIC X(06).
               10  ENT-END-BAIRRO      PIC X(20).
               10  ENT-END-CIDADE      PIC X(20).
               10  ENT-END-UF          PIC X(02).
               10  ENT-END-CEP         PIC 9(08).
           05  ENT-TELEFONE            PIC X(15).
           05  ENT-TIPO-CONTA          PIC X(01).
               88  ENT-SEM-CONTA           VALUE SPACE.
               88  ENT-TIPO-VALIDO         VALUE 'C' 'P'.
           05  ENT-DEPOSITO            PIC 9(10)V99.
           05  ENT-LIMITE-SAQUE        PIC 9(10)V99.
           05  FILLER                  PIC X(03).

       FD  CLIMEST.
       01  CLI-MESTRE-REC.
           COPY CLIMREC.

       FD  CONTAS.
       01  WS-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  NSUCTL.
       01  WS-NSUCTL-REC.
           COPY CXNSU.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  CARGREJ.
       01  WS-CARGREJ-REC.
           05  REJ-SEQUENCIA           PIC 9(06).
           05  REJ-MOTIVO              PIC X(30).
           05  REJ-REGISTRO            PIC X(200).

       FD  CARGPIN.
       01  WS-CARGPIN-REC.
           05  PIN-CONTA               PIC 9(10).
           05  PIN-CLIENTE             PIC 9(10).
           05  PIN-NOME                PIC X(40).
           05  PIN-ENDERECO            PIC X(96).
           05  PIN-SENHA               PIC 9(04).

       FD  CARGREL.
       01  REL-LINHA                  PIC X(100).

       WORKING-STORAGE                 SECTION.

       77  WS-CARGAENT-STATUS  PIC X(02).
       77  WS-CLIMEST-STATUS   PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
           88  WS-DIARIO-NSU-DUPLICADO     VALUE '22'.
           88  WS-DIARIO-ERRO-IO           VALUE '30' THRU '99'.
       77  WS-NSUCTL-STATUS    PIC X(02).
           88  WS-NSUCTL-OCUPADO           VALUE '61' '90' THRU '99'.
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-CARGREJ-STATUS   PIC X(02).
       77  WS-CARGPIN-STATUS   PIC X(02).
       77  WS-CARGREL-STATUS   PIC X(02).

      *--- NSUCTL ABERTO EM EXCLUSIVO SO PARA LER, SOMAR E REGRAVAR;
      *--- OCUPADO, TENTA DE NOVO.  NSU JA EXISTENTE NO DIARIO PEDE
      *--- OUTRO NSU
       77  WS-NSU-TENTATIVAS   PIC 9(04) VALUE ZERO.
       77  WS-NSU-SW           PIC X(01) VALUE 'N'.
           88  WS-NSU-OBTIDO           VALUE 'S'.
           88  WS-NSU-INDISPONIVEL     VALUE 'N'.
       77  WS-DIARIO-TENTATIVAS PIC 9(02) VALUE ZERO.
       77  WS-DIARIO-SW        PIC X(01) VALUE 'R'.
           88  WS-DIARIO-GRAVADO       VALUE 'S'.
           88  WS-DIARIO-RECUSADO      VALUE 'E'.
           88  WS-DIARIO-REPETIR       VALUE 'R'.

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.

       77  WS-FIM-CARGAENT-SW  PIC X(01) VALUE 'N'.
           88  WS-FIM-CARGAENT         VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-REGISTRO-SW      PIC X(01) VALUE 'S'.
           88  WS-REGISTRO-ACEITO      VALUE 'S'.
           88  WS-REGISTRO-RECUSADO    VALUE 'N'.

       77  WS-MAIOR-CLIENTE    PIC 9(10) VALUE ZERO.
       77  WS-MAIOR-CONTA      PIC 9(10) VALUE ZERO.
       77  WS-MOTIVO           PIC X(30) VALUE SPACES.

       77  WS-HORA-PIN         PIC 9(08) VALUE ZERO.
       77  WS-SEMENTE-PIN      PIC 9(15) VALUE ZERO.
       77  WS-QUOCIENTE-PIN    PIC 9(15) VALUE ZERO.
       77  WS-RESTO-PIN        PIC 9(04) VALUE ZERO.

       77  WS-QTD-LIDOS        PIC 9(06) VALUE ZERO.
       77  WS-QTD-CLIENTES     PIC 9(06) VALUE ZERO.
       77  WS-QTD-CONTAS       PIC 9(06) VALUE ZERO.
       77  WS-QTD-CORRENTES    PIC 9(06) VALUE ZERO.
       77  WS-QTD-POUPANCAS    PIC 9(06) VALUE ZERO.
       77  WS-QTD-RECUSADOS    PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-DEPOSITOS  PIC 9(12)V99 VALUE ZERO.

      *    AREA DA VALIDACAO DE CPF (MESMA REGRA DO CLIENTES)
       77  WS-NUMERO-EDITADO   PIC 9(10) VALUE ZERO.
       77  WS-CLI-GUARDA       PIC X(180).
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
           88  WS-CPF-VALIDO           VALUE 'S'.
           88  WS-CPF-INVALIDO         VALUE 'N'.
       77  WS-CPF-DUP-SW       PIC X(01) VALUE 'N'.
           88  WS-CPF-DUPLICADO        VALUE 'S'.
           88  WS-CPF-NAO-DUPLICADO    VALUE 'N'.

       01  WS-REL-CABECALHO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'CARGA EM LOTE DE CLIENTES E CONTAS'.
           05  FILLER                  PIC X(06) VALUE 'DATA: '.
           05  WS-REL-CAB-DATA         PIC 9(08).

       01  WS-REL-CABECALHO2.
           05  FILLER                  PIC X(12) VALUE 'REFERENCIA'.
           05  FILLER                  PIC X(12) VALUE 'CLIENTE'.
           05  FILLER                  PIC X(31) VALUE 'NOME'.
           05  FILLER                  PIC X(12) VALUE 'CONTA'.
           05  FILLER                  PIC X(05) VALUE 'TIPO'.
           05  FILLER                  PIC X(14) VALUE '    DEPOSITO'.

       01  WS-REL-DETALHE.
           05  DET-REFERENCIA          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-CLIENTE             PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-NOME                PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-CONTA               PIC Z(9)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-TIPO                PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DET-DEPOSITO            PIC Z(9)9,99.

       01  WS-REL-RODAPE1.
           05  FILLER                  PIC X(25) VALUE
               'REGISTROS LIDOS.......: '.
           05  ROD-LIDOS               PIC Z(5)9.

       01  WS-REL-RODAPE2.
           05  FILLER                  PIC X(25) VALUE
               'CLIENTES INCLUIDOS....: '.
           05  ROD-CLIENTES            PIC Z(5)9.

       01  WS-REL-RODAPE3.
           05  FILLER                  PIC X(25) VALUE
               'CONTAS CORRENTES......: '.
           05  ROD-CORRENTES           PIC Z(5)9.

       01  WS-REL-RODAPE4.
           05  FILLER                  PIC X(25) VALUE
               'CONTAS POUPANCA.......: '.
           05  ROD-POUPANCAS           PIC Z(5)9.

       01  WS-REL-RODAPE5.
           05  FILLER                  PIC X(25) VALUE
               'REGISTROS RECUSADOS...: '.
           05  ROD-RECUSADOS           PIC Z(5)9.

       01  WS-REL-RODAPE6.
           05  FILLER                  PIC X(25) VALUE
               'TOTAL DEPOSITADO......: '.
           05  ROD-TOTAL-DEPOSITOS     PIC Z(11)9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-CARGA.
           PERFORM 3000-EMITIR-RODAPE.
           PERFORM 9000-FINALIZAR.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-PARM-DATA.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-PROCESSAMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           OPEN INPUT CARGAENT.
           IF WS-CARGAENT-STATUS NOT = '00'
              DISPLAY 'CARGACLI - ARQUIVO DE CARGA CARGAENT AUSENTE'
              SET WS-FIM-CARGAENT TO TRUE
           END-IF.
           OPEN I-O CLIMEST.
           IF WS-CLIMEST-STATUS = '35'
              CLOSE CLIMEST
              OPEN OUTPUT CLIMEST
              CLOSE CLIMEST
              OPEN I-O CLIMEST
           END-IF.
           OPEN I-O CONTAS.
           IF WS-CONTAS-STATUS = '35'
              CLOSE CONTAS
              OPEN OUTPUT CONTAS
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
           OPEN OUTPUT CARGREJ.
           OPEN OUTPUT CARGPIN.
           OPEN OUTPUT CARGREL.
           PERFORM 1100-OBTER-MAIOR-CLIENTE.
           PERFORM 1200-OBTER-MAIOR-CONTA.
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           WRITE REL-LINHA FROM WS-REL-CABECALHO.
           WRITE REL-LINHA FROM SPACES.
           WRITE REL-LINHA FROM WS-REL-CABECALHO2.
           WRITE REL-LINHA FROM SPACES.

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
              DISPLAY 'CARGACLI - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
           END-IF.

      *    OS NUMEROS DE CLIENTE E DE CONTA SAO ATRIBUIDOS A PARTIR
      *    DOS MAIORES JA GRAVADOS, COMO O ABRECONTA FAZ NA ABERTURA
       1100-OBTER-MAIOR-CLIENTE.
           MOVE ZERO TO WS-MAIOR-CLIENTE.
           MOVE LOW-VALUES TO CLI-NUMERO.
           START CLIMEST KEY IS NOT LESS THAN CLI-NUMERO
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM 1150-LER-PROXIMO-CLIENTE
              UNTIL WS-CLIMEST-STATUS NOT = '00'.

       1150-LER-PROXIMO-CLIENTE.
           READ CLIMEST NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF CLI-NUMERO > WS-MAIOR-CLIENTE
                    MOVE CLI-NUMERO TO WS-MAIOR-CLIENTE
                 END-IF
           END-READ.

       1200-OBTER-MAIOR-CONTA.
           MOVE ZERO TO WS-MAIOR-CONTA.
           MOVE LOW-VALUES TO XREF-CONTA-NUMERO OF WS-CONTA-REC.
           START CONTAS KEY IS NOT LESS THAN
                 XREF-CONTA-NUMERO OF WS-CONTA-REC
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM 1250-LER-PROXIMA-CONTA
              UNTIL WS-CONTAS-STATUS NOT = '00'.

       1250-LER-PROXIMA-CONTA.
           READ CONTAS NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF XREF-CONTA-NUMERO OF WS-CONTA-REC >
                    WS-MAIOR-CONTA
                    MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC
                         TO WS-MAIOR-CONTA
                 END-IF
           END-READ.

       2000-PROCESSAR-CARGA.
           PERFORM 2100-LER-PROXIMO-REGISTRO.
           PERFORM 2200-TRATAR-REGISTRO
              UNTIL WS-FIM-CARGAENT.

       2100-LER-PROXIMO-REGISTRO.
           READ CARGAENT
              AT END
                 SET WS-FIM-CARGAENT TO TRUE
           END-READ.

       2200-TRATAR-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS.
           SET WS-REGISTRO-ACEITO TO TRUE.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM 2300-VALIDAR-REGISTRO.
           IF WS-REGISTRO-ACEITO
              PERFORM 2400-INCLUIR-CLIENTE
           END-IF.
           IF WS-REGISTRO-ACEITO
              IF ENT-SEM-CONTA
                 MOVE ZERO TO XREF-CONTA-NUMERO OF WS-CONTA-REC
                 MOVE ZERO TO ENT-DEPOSITO
              ELSE
                 PERFORM 2500-ABRIR-CONTA
              END-IF
              PERFORM 2800-IMPRIMIR-DETALHE
           ELSE
              PERFORM 2900-GRAVAR-RECUSA
           END-IF.
           PERFORM 2100-LER-PROXIMO-REGISTRO.

       2300-VALIDAR-REGISTRO.
           EVALUATE TRUE
              WHEN ENT-NOME = SPACES
                 MOVE 'NOME NAO INFORMADO            ' TO WS-MOTIVO
              WHEN ENT-CPF NOT NUMERIC
                 MOVE 'CPF NAO NUMERICO              ' TO WS-MOTIVO
              WHEN ENT-END-CEP NOT NUMERIC
                 MOVE 'CEP NAO NUMERICO              ' TO WS-MOTIVO
              WHEN NOT ENT-SEM-CONTA AND NOT ENT-TIPO-VALIDO
                 MOVE 'TIPO DE CONTA INVALIDO (C/P)  ' TO WS-MOTIVO
              WHEN ENT-TIPO-VALIDO AND ENT-DEPOSITO NOT NUMERIC
                 MOVE 'DEPOSITO NAO NUMERICO         ' TO WS-MOTIVO
              WHEN ENT-TIPO-VALIDO AND ENT-LIMITE-SAQUE NOT NUMERIC
                 MOVE 'LIMITE DE SAQUE NAO NUMERICO  ' TO WS-MOTIVO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
              SET WS-REGISTRO-RECUSADO TO TRUE
           ELSE
              PERFORM 2350-VALIDAR-CPF-CLIENTE
           END-IF.

       2350-VALIDAR-CPF-CLIENTE.
           INITIALIZE CLI-MESTRE-REC.
           MOVE ENT-CPF TO CLI-CPF.
           PERFORM 6600-VALIDAR-CPF.
           IF WS-CPF-INVALIDO
              MOVE 'CPF INVALIDO                  ' TO WS-MOTIVO
              SET WS-REGISTRO-RECUSADO TO TRUE
           ELSE
              MOVE ZERO TO WS-NUMERO-EDITADO
              PERFORM 6700-VERIFICAR-CPF-DUPLICADO
              IF WS-CPF-DUPLICADO
                 MOVE 'CPF JA CADASTRADO             ' TO WS-MOTIVO
                 SET WS-REGISTRO-RECUSADO TO TRUE
              END-IF
           END-IF.

       2400-INCLUIR-CLIENTE.
           INITIALIZE CLI-MESTRE-REC.
           COMPUTE CLI-NUMERO = WS-MAIOR-CLIENTE + 1.
           MOVE ENT-NOME              TO CLI-NOME.
           MOVE ENT-CPF               TO CLI-CPF.
           MOVE ENT-END-LOGRADOURO    TO CLI-END-LOGRADOURO.
           MOVE ENT-END-NUMERO        TO CLI-END-NUMERO.
           MOVE ENT-END-BAIRRO        TO CLI-END-BAIRRO.
           MOVE ENT-END-CIDADE        TO CLI-END-CIDADE.
           MOVE ENT-END-UF            TO CLI-END-UF.
           MOVE ENT-END-CEP           TO CLI-END-CEP.
           MOVE ENT-TELEFONE          TO CLI-TELEFONE.
           MOVE WS-DATA-PROCESSAMENTO TO CLI-DATA-ABERTURA.
           WRITE CLI-MESTRE-REC
              INVALID KEY
                 MOVE 'ERRO AO GRAVAR O CLIENTE      ' TO WS-MOTIVO
                 SET WS-REGISTRO-RECUSADO TO TRUE
              NOT INVALID KEY
                 MOVE CLI-NUMERO TO WS-MAIOR-CLIENTE
                 ADD 1 TO WS-QTD-CLIENTES
           END-WRITE.

       2500-ABRIR-CONTA.
           INITIALIZE WS-CONTA-REC.
           COMPUTE XREF-CONTA-NUMERO OF WS-CONTA-REC =
                   WS-MAIOR-CONTA + 1.
           MOVE CLI-NUMERO            TO XREF-CLIENTE-NUMERO OF
                                         WS-CONTA-REC.
           MOVE ENT-TIPO-CONTA        TO XREF-TIPO-CONTA.
           MOVE ENT-DEPOSITO          TO CONTA-SALDO.
           MOVE ZERO                  TO CONTA-SALDO-ABERTURA.
           PERFORM 2550-GERAR-PIN.
           MOVE ZERO                  TO CONTA-TENTATIVAS.
           MOVE 'N'                   TO CONTA-BLOQUEADA.
           SET CONTA-ATIVA            TO TRUE.
           MOVE WS-DATA-PROCESSAMENTO TO CONTA-DATA-SITUACAO.
           MOVE ENT-LIMITE-SAQUE      TO CONTA-LIMITE-SAQUE.
           WRITE WS-CONTA-REC
              INVALID KEY
                 DISPLAY 'CARGACLI - ERRO AO GRAVAR A CONTA DO '
                         'CLIENTE ' CLI-NUMERO
                 MOVE ZERO TO XREF-CONTA-NUMERO OF WS-CONTA-REC
                 MOVE ZERO TO ENT-DEPOSITO
              NOT INVALID KEY
                 PERFORM 2600-REGISTRAR-CONTA
           END-WRITE.

      *    PIN INICIAL DE 4 DIGITOS (1000 A 9999) DERIVADO DA HORA,
      *    DO NUMERO DA CONTA E DA POSICAO DO REGISTRO NA CARGA
       2550-GERAR-PIN.
           ACCEPT WS-HORA-PIN FROM TIME.
           COMPUTE WS-SEMENTE-PIN =
                   WS-HORA-PIN
                 + XREF-CONTA-NUMERO OF WS-CONTA-REC * 7919
                 + WS-QTD-LIDOS * 104729.
           DIVIDE WS-SEMENTE-PIN BY 9000
              GIVING WS-QUOCIENTE-PIN
              REMAINDER WS-RESTO-PIN.
           COMPUTE CONTA-PIN = 1000 + WS-RESTO-PIN.

       2600-REGISTRAR-CONTA.
           MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC TO WS-MAIOR-CONTA.
           ADD 1 TO WS-QTD-CONTAS.
           IF XREF-CONTA-CORRENTE
              ADD 1 TO WS-QTD-CORRENTES
           ELSE
              ADD 1 TO WS-QTD-POUPANCAS
           END-IF.
           PERFORM 2650-GRAVAR-PIN.
           IF ENT-DEPOSITO > ZERO
              PERFORM 2700-GRAVAR-DIARIO-DEPOSITO
              ADD ENT-DEPOSITO TO WS-TOTAL-DEPOSITOS
           END-IF.

       2650-GRAVAR-PIN.
           MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC TO PIN-CONTA.
           MOVE CLI-NUMERO            TO PIN-CLIENTE.
           MOVE CLI-NOME              TO PIN-NOME.
           MOVE CLI-ENDERECO          TO PIN-ENDERECO.
           MOVE CONTA-PIN             TO PIN-SENHA.
           WRITE WS-CARGPIN-REC.

       2700-GRAVAR-DIARIO-DEPOSITO.
           MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC TO DIARIO-CONTA.
           MOVE 'D'                   TO DIARIO-TIPO.
           MOVE ENT-DEPOSITO          TO DIARIO-VALOR.
           MOVE CONTA-SALDO           TO DIARIO-SALDO.
           MOVE WS-DATA-PROCESSAMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE ZERO  TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'CARGACLI' TO DIARIO-TERMINAL.
           MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
           MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
           SET WS-DIARIO-REPETIR TO TRUE.
           MOVE ZERO TO WS-DIARIO-TENTATIVAS.
           PERFORM 2755-TENTAR-GRAVAR-DIARIO
              UNTIL NOT WS-DIARIO-REPETIR.
           IF WS-DIARIO-RECUSADO
              PERFORM 9900-INTERROMPER-DIARIO
           END-IF.

       2755-TENTAR-GRAVAR-DIARIO.
           ADD 1 TO WS-DIARIO-TENTATIVAS.
           PERFORM 2760-OBTER-NSU.
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

       2760-OBTER-NSU.
           SET WS-NSU-INDISPONIVEL TO TRUE.
           MOVE ZERO TO WS-NSU-TENTATIVAS.
           PERFORM 2765-ABRIR-NSUCTL
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

       2765-ABRIR-NSUCTL.
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

       2800-IMPRIMIR-DETALHE.
           MOVE ENT-REFERENCIA        TO DET-REFERENCIA.
           MOVE CLI-NUMERO            TO DET-CLIENTE.
           MOVE CLI-NOME              TO DET-NOME.
           MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC TO DET-CONTA.
           MOVE ENT-TIPO-CONTA        TO DET-TIPO.
           MOVE ENT-DEPOSITO          TO DET-DEPOSITO.
           WRITE REL-LINHA FROM WS-REL-DETALHE.

       2900-GRAVAR-RECUSA.
           ADD 1 TO WS-QTD-RECUSADOS.
           MOVE WS-QTD-LIDOS          TO REJ-SEQUENCIA.
           MOVE WS-MOTIVO             TO REJ-MOTIVO.
           MOVE WS-CARGAENT-REC       TO REJ-REGISTRO.
           WRITE WS-CARGREJ-REC.

       3000-EMITIR-RODAPE.
           WRITE REL-LINHA FROM SPACES.
           MOVE WS-QTD-LIDOS          TO ROD-LIDOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE1.
           MOVE WS-QTD-CLIENTES       TO ROD-CLIENTES.
           WRITE REL-LINHA FROM WS-REL-RODAPE2.
           MOVE WS-QTD-CORRENTES      TO ROD-CORRENTES.
           WRITE REL-LINHA FROM WS-REL-RODAPE3.
           MOVE WS-QTD-POUPANCAS      TO ROD-POUPANCAS.
           WRITE REL-LINHA FROM WS-REL-RODAPE4.
           MOVE WS-QTD-RECUSADOS      TO ROD-RECUSADOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE5.
           MOVE WS-TOTAL-DEPOSITOS    TO ROD-TOTAL-DEPOSITOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE6.
           IF WS-QTD-RECUSADOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       6600-VALIDAR-CPF.
           SET WS-CPF-VALIDO TO TRUE.
           MOVE CLI-CPF TO WS-CPF-NUMERO.
           PERFORM 6610-VERIFICAR-REPETIDOS.
           IF WS-CPF-VALIDO
              PERFORM 6620-CALCULAR-DV1
              PERFORM 6630-CALCULAR-DV2
              IF WS-CPF-DV1 NOT = WS-CPF-DIG(10)
                 OR WS-CPF-DV2 NOT = WS-CPF-DIG(11)
                 SET WS-CPF-INVALIDO TO TRUE
              END-IF
           END-IF.

       6610-VERIFICAR-REPETIDOS.
           MOVE ZERO TO WS-CPF-IGUAIS.
           PERFORM 6615-CONTAR-DIGITO-IGUAL
              VARYING WS-CPF-IND FROM 2 BY 1
              UNTIL WS-CPF-IND > 11.
           IF WS-CPF-IGUAIS = 10
              SET WS-CPF-INVALIDO TO TRUE
           END-IF.

       6615-CONTAR-DIGITO-IGUAL.
           IF WS-CPF-DIG(WS-CPF-IND) = WS-CPF-DIG(1)
              ADD 1 TO WS-CPF-IGUAIS
           END-IF.

       6620-CALCULAR-DV1.
           MOVE ZERO TO WS-CPF-SOMA.
           PERFORM 6625-SOMAR-PESO-DV1
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

       6625-SOMAR-PESO-DV1.
           COMPUTE WS-CPF-PESO = 11 - WS-CPF-IND.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   WS-CPF-DIG(WS-CPF-IND) * WS-CPF-PESO.

       6630-CALCULAR-DV2.
           MOVE ZERO TO WS-CPF-SOMA.
           PERFORM 6635-SOMAR-PESO-DV2
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

       6635-SOMAR-PESO-DV2.
           COMPUTE WS-CPF-PESO = 12 - WS-CPF-IND.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   WS-CPF-DIG(WS-CPF-IND) * WS-CPF-PESO.

       6700-VERIFICAR-CPF-DUPLICADO.
           SET WS-CPF-NAO-DUPLICADO TO TRUE.
           MOVE CLI-MESTRE-REC TO WS-CLI-GUARDA.
           READ CLIMEST KEY IS CLI-CPF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CLI-NUMERO NOT = WS-NUMERO-EDITADO
                    SET WS-CPF-DUPLICADO TO TRUE
                 END-IF
           END-READ.
           MOVE WS-CLI-GUARDA TO CLI-MESTRE-REC.

       9000-FINALIZAR.
           CLOSE CARGAENT.
           CLOSE CLIMEST.
           CLOSE CONTAS.
           CLOSE DIARIO.
           CLOSE CARGREJ.
           CLOSE CARGPIN.
           CLOSE CARGREL.
           DISPLAY 'CARGACLI - DATA DE ABERTURA.: '
                   WS-DATA-PROCESSAMENTO.
           DISPLAY 'CARGACLI - LIDOS............: ' WS-QTD-LIDOS.
           DISPLAY 'CARGACLI - CLIENTES.........: ' WS-QTD-CLIENTES.
           DISPLAY 'CARGACLI - CONTAS...........: ' WS-QTD-CONTAS.
           DISPLAY 'CARGACLI - RECUSADOS........: ' WS-QTD-RECUSADOS.

      *    FALHA NA GRAVACAO DO DIARIO: O CLIENTE E A CONTA DO
      *    REGISTRO CORRENTE SAO EXCLUIDOS, PARA QUE A REEXECUCAO DO
      *    MESMO ARQUIVO OS CARREGUE DE NOVO COM O DEPOSITO, E O
      *    PROCESSAMENTO PARA COM RC=8
       9900-INTERROMPER-DIARIO.
           DISPLAY 'CARGACLI - ERRO AO GRAVAR O DIARIO - CONTA '
                   DIARIO-CONTA ' NSU ' DIARIO-NSU
                   ' STATUS ' WS-DIARIO-STATUS ' ' WS-NSUCTL-STATUS.
           DELETE CONTAS RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           DELETE CLIMEST RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           DISPLAY 'CARGACLI - CLIENTE ' CLI-NUMERO ' E CONTA '
                   DIARIO-CONTA ' EXCLUIDOS; REGISTRO '
                   WS-QTD-LIDOS ' NAO CARREGADO'.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
