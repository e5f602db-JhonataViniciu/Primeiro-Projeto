       IDENTIFICATION DIVISION.
       PROGRAM-ID.   FERIMNT.
      *==========================================
      *==  OBJETIVO: MANUTENCAO DO CALENDARIO DE FERIADOS
      *==            (FERIADOS).  CADASTRA FERIADO NACIONAL OU
      *==            LOCAL (ABRANGENCIA N/L) PELA DATA, CONSULTA,
      *==            ALTERA A DESCRICAO E EXCLUI.  O CALENDARIO
      *==            DEFINE OS DIAS UTEIS USADOS PELO VIRADIA NO
      *==            AVANCO DA DATA DE MOVIMENTO E PELO COMPCHEQ
      *==            NA LIBERACAO DE CHEQUES.
      *==            EXIGE LOGON DE OPERADOR COM PERFIL
      *==            SUPERVISOR.
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
           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WRK-FERIADOS-STATUS.

           SELECT OPERMEST ASSIGN TO "OPERMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPERMEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FERIADOS.
       01  FERIADO-REC.
           COPY CXFERIAD.

       FD  OPERMEST.
       01  OPER-MESTRE-REC.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WRK-OPCAO  PIC X(1).
       77  WRK-TITULO PIC X(35).
       77  WRK-MODULO PIC X(25).
       77  WRK-TECLA  PIC X(1).

       77  WRK-FERIADOS-STATUS PIC X(02).
       77  WRK-OPERMEST-STATUS PIC X(02).

       77  WRK-OPERADOR            PIC X(08) VALUE SPACES.
       77  WRK-SENHA               PIC 9(06) VALUE ZERO.
       77  WRK-PERFIL              PIC X(01) VALUE SPACE.
       77  WRK-LOGON-SW            PIC X(01) VALUE 'N'.
           88  WRK-LOGON-OK                VALUE 'S'.
       77  WRK-TENTATIVAS-LOGON    PIC 9(01) VALUE ZERO.
       77  WRK-CONFIRMA            PIC X(01).

      *--- VALIDACAO DA DATA DO FERIADO (AAAAMMDD)
       01  WRK-DATA-FERIADO-AREA.
           05  WRK-DATA-FERIADO        PIC 9(08).
           05  WRK-DATA-FERIADO-R REDEFINES WRK-DATA-FERIADO.
               10  WRK-DF-ANO          PIC 9(04).
               10  WRK-DF-MES          PIC 9(02).
               10  WRK-DF-DIA          PIC 9(02).
       77  WRK-DIAS-NO-MES         PIC 9(02) VALUE ZERO.
       77  WRK-ANO-QUOCIENTE       PIC 9(04) VALUE ZERO.
       77  WRK-ANO-RESTO           PIC 9(04) VALUE ZERO.

       SCREEN          SECTION.
       01  TELA.
           05 LIMP-TELA.
              10 BLANK SCREEN.
              10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 3 .
              10 LINE 01 COLUMN 25 PIC X(20)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                       FROM 'CALENDARIO FERIADOS'.
              10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01  TELA-LOGON.
           05 LINE 04 COLUMN 15 VALUE 'OPERADOR....: '.
           05 LINE 04 COLUMN 30 USING WRK-OPERADOR.
           05 LINE 05 COLUMN 15 VALUE 'SENHA.......: '.
           05 LINE 05 COLUMN 30 SECURE USING WRK-SENHA.

       01  TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - INCLUIR'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
           05 LINE 09 COLUMN 15 VALUE '3 - ALTERAR'.
           05 LINE 10 COLUMN 15 VALUE '4 - EXCLUIR'.
           05 LINE 11 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 12 COLUMN 15 VALUE 'OPCAO.......: ' .
           05 LINE 12 COLUMN 29 USING  WRK-OPCAO.

       01  TELA-FERIADO.
           05 LINE 04 COLUMN 15 VALUE 'DATA AAAAMMDD: '.
           05 LINE 04 COLUMN 31 USING FER-DATA.
           05 LINE 05 COLUMN 15 VALUE 'ABRANGENCIA..: '.
           05 LINE 05 COLUMN 31 USING FER-ABRANGENCIA.
           05 LINE 05 COLUMN 34 VALUE '(N = NACIONAL, L = LOCAL)'.
           05 LINE 06 COLUMN 15 VALUE 'DESCRICAO....: '.
           05 LINE 06 COLUMN 31 USING FER-DESCRICAO.

       01  TELA-ALTERAR.
           05 LINE 04 COLUMN 15 VALUE 'DATA AAAAMMDD: '.
           05 LINE 04 COLUMN 31 FROM FER-DATA.
           05 LINE 05 COLUMN 15 VALUE 'ABRANGENCIA..: '.
           05 LINE 05 COLUMN 31 USING FER-ABRANGENCIA.
           05 LINE 05 COLUMN 34 VALUE '(N = NACIONAL, L = LOCAL)'.
           05 LINE 06 COLUMN 15 VALUE 'DESCRICAO....: '.
           05 LINE 06 COLUMN 31 USING FER-DESCRICAO.

       01  TELA-CONSULTA-CHAVE.
           05 LINE 04 COLUMN 15 VALUE 'DATA DO FERIADO AAAAMMDD: '.
           05 LINE 04 COLUMN 42 USING FER-DATA.

       01  TELA-CONSULTA.
           05 LINE 04 COLUMN 15 VALUE 'DATA AAAAMMDD: '.
           05 LINE 04 COLUMN 31 FROM FER-DATA.
           05 LINE 05 COLUMN 15 VALUE 'ABRANGENCIA..: '.
           05 LINE 05 COLUMN 31 FROM FER-ABRANGENCIA.
           05 LINE 06 COLUMN 15 VALUE 'DESCRICAO....: '.
           05 LINE 06 COLUMN 31 FROM FER-DESCRICAO.
           05 LINE 09 COLUMN 15 VALUE 'TECLE ENTER PARA VOLTAR'.
           05 LINE 09 COLUMN 50 USING WRK-TECLA.

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
           05 LINE 16 COLUMN 15 VALUE
              'CONFIRMA EXCLUSAO (S/N)...: '.
           05 LINE 16 COLUMN 44 USING WRK-CONFIRMA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL  SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-LOGON-OK
              PERFORM 2000-PROCESSAR
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           OPEN I-O FERIADOS.
           IF WRK-FERIADOS-STATUS = '35'
              CLOSE FERIADOS
              OPEN OUTPUT FERIADOS
              CLOSE FERIADOS
              OPEN I-O FERIADOS
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
                 IF OPER-E-SUPERVISOR
                    SET WRK-LOGON-OK TO TRUE
                    MOVE OPER-PERFIL TO WRK-PERFIL
                 ELSE
                    MOVE 'PERFIL SEM ALCADA - SUPERVISOR    ' TO
                         WRK-TITULO
                    DISPLAY TELA
                    ACCEPT WRK-MOSTRA-ERRO
                    MOVE 3 TO WRK-TENTATIVAS-LOGON
                 END-IF
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
                  PERFORM 6000-CONSULTAR
                WHEN 3
                  PERFORM 7000-ALTERAR
                WHEN 4
                  PERFORM 8000-EXCLUIR
                WHEN OTHER
                  IF WRK-OPCAO NOT EQUAL 'X'
                     DISPLAY'ENTRE COM A OPCAO CORRETA'
                  END-IF
               END-EVALUATE.

       3000-FINALIZAR.
               CLOSE FERIADOS.
               CLOSE OPERMEST.

       5000-INCLUIR.
             MOVE 'MODULO - INCLUSAO '    TO WRK-MODULO.
             INITIALIZE FERIADO-REC.
             MOVE 'N' TO FER-ABRANGENCIA.
             DISPLAY TELA.
             ACCEPT TELA-FERIADO.
             PERFORM 5050-VALIDAR-FERIADO.
             IF WRK-TITULO = SPACES
                PERFORM 5100-GRAVAR-FERIADO
             ELSE
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             END-IF.

       5050-VALIDAR-FERIADO.
             MOVE SPACES TO WRK-TITULO.
             MOVE FER-DATA TO WRK-DATA-FERIADO.
             IF WRK-DF-ANO < 1900
                OR WRK-DF-MES < 1 OR WRK-DF-MES > 12
                MOVE 'DATA INVALIDA (AAAAMMDD)          ' TO
                     WRK-TITULO
             ELSE
                PERFORM 5060-DIAS-NO-MES
                IF WRK-DF-DIA < 1 OR WRK-DF-DIA > WRK-DIAS-NO-MES
                   MOVE 'DATA INVALIDA (AAAAMMDD)          ' TO
                        WRK-TITULO
                END-IF
             END-IF.
             IF NOT FER-NACIONAL AND NOT FER-LOCAL
                MOVE 'ABRANGENCIA INVALIDA (N/L)        ' TO
                     WRK-TITULO
             END-IF.
             IF FER-DESCRICAO = SPACES
                MOVE 'INFORME A DESCRICAO DO FERIADO    ' TO
                     WRK-TITULO
             END-IF.

       5060-DIAS-NO-MES.
             EVALUATE WRK-DF-MES
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                   MOVE 30 TO WRK-DIAS-NO-MES
                WHEN 2
                   MOVE 28 TO WRK-DIAS-NO-MES
                   DIVIDE WRK-DF-ANO BY 4 GIVING WRK-ANO-QUOCIENTE
                      REMAINDER WRK-ANO-RESTO
                   IF WRK-ANO-RESTO = 0
                      MOVE 29 TO WRK-DIAS-NO-MES
                      DIVIDE WRK-DF-ANO BY 100
                         GIVING WRK-ANO-QUOCIENTE
                         REMAINDER WRK-ANO-RESTO
                      IF WRK-ANO-RESTO = 0
                         MOVE 28 TO WRK-DIAS-NO-MES
                         DIVIDE WRK-DF-ANO BY 400
                            GIVING WRK-ANO-QUOCIENTE
                            REMAINDER WRK-ANO-RESTO
                         IF WRK-ANO-RESTO = 0
                            MOVE 29 TO WRK-DIAS-NO-MES
                         END-IF
                      END-IF
                   END-IF
                WHEN OTHER
                   MOVE 31 TO WRK-DIAS-NO-MES
             END-EVALUATE.

       5100-GRAVAR-FERIADO.
             WRITE FERIADO-REC
                INVALID KEY
                   MOVE 'FERIADO JA EXISTE - NAO GRAVADO   ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE 'FERIADO INCLUIDO COM SUCESSO      ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
             END-WRITE.

       6000-CONSULTAR.
             MOVE 'MODULO - CONSULTA  '    TO WRK-MODULO.
             INITIALIZE FERIADO-REC.
             DISPLAY TELA.
             ACCEPT TELA-CONSULTA-CHAVE.
             READ FERIADOS
                INVALID KEY
                   MOVE 'FERIADO NAO ENCONTRADO            ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   DISPLAY TELA
                   ACCEPT TELA-CONSULTA
             END-READ.

       7000-ALTERAR.
             MOVE 'MODULO - ALTERACAO '    TO WRK-MODULO.
             INITIALIZE FERIADO-REC.
             DISPLAY TELA.
             ACCEPT TELA-CONSULTA-CHAVE.
             READ FERIADOS
                INVALID KEY
                   MOVE 'FERIADO NAO ENCONTRADO            ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 7100-EDITAR-E-REGRAVAR
             END-READ.

       7100-EDITAR-E-REGRAVAR.
             DISPLAY TELA.
             ACCEPT TELA-ALTERAR.
             PERFORM 5050-VALIDAR-FERIADO.
             IF WRK-TITULO = SPACES
                PERFORM 7150-REGRAVAR-FERIADO
             ELSE
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             END-IF.

       7150-REGRAVAR-FERIADO.
             REWRITE FERIADO-REC
                INVALID KEY
                   MOVE 'ERRO AO ALTERAR O FERIADO         ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE 'FERIADO ALTERADO COM SUCESSO      ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
             END-REWRITE.

       8000-EXCLUIR.
             MOVE 'MODULO - EXCLUSAO  '    TO WRK-MODULO.
             INITIALIZE FERIADO-REC.
             DISPLAY TELA.
             ACCEPT TELA-CONSULTA-CHAVE.
             READ FERIADOS
                INVALID KEY
                   MOVE 'FERIADO NAO ENCONTRADO            ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   DISPLAY TELA
                   ACCEPT TELA-CONSULTA
                   DISPLAY TELA
                   ACCEPT TELA-CONFIRMA
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                      PERFORM 8100-EXCLUIR-FERIADO
                   END-IF
             END-READ.

       8100-EXCLUIR-FERIADO.
             DELETE FERIADOS
                INVALID KEY
                   MOVE 'ERRO AO EXCLUIR O FERIADO         ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   MOVE 'FERIADO EXCLUIDO COM SUCESSO      ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
             END-DELETE.
