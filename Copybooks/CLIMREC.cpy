      *== DATA       AUTOR   DESCRICAO
      *== 2026-08-21 JV      CRIACAO DO COPYBOOK A PARTIR DO LAYOUT
      *==                    QUE ESTAVA REPETIDO NOS PROGRAMAS
      *== 2026-10-15 JV      NOME FIXO DO CLIENTE ANONIMIZADO PELO
      *==                    LGPDANON (CLI-ANONIMIZADO)
      *==========================================
           05  CLI-NUMERO              PIC 9(10).
           05  CLI-NOME                PIC X(40).
               88  CLI-ANONIMIZADO     VALUE 'CLIENTE ANONIMIZADO'.
           05  CLI-CPF                 PIC 9(11).
           05  CLI-ENDERECO.
               10  CLI-END-LOGRADOURO  PIC X(40).
