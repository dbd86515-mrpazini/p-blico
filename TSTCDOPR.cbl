           05  LINE 12 COLUMN 12   VALUE   "Importacao:".
           05  LINE 12 COLUMN 28   VALUE   "Consulta..:".
           05  LINE 12 COLUMN 44   VALUE   "Reabertura:".
           05  LINE 13 COLUMN 12   VALUE   "Liberacao.:".
           05  LINE 14 COLUMN 10   VALUE   "Situacao.....:".
           05  LINE 16 COLUMN 10   VALUE   "Tentativas...:".
           05  LINE 16 COLUMN 40   VALUE   "Data da Senha:".
               10  LINE 12 COLUMN 24 PIC X(001) USING OPR-PERM-IMPORTACAO.
               10  LINE 12 COLUMN 40 PIC X(001) USING OPR-PERM-CONSULTA.
               10  LINE 12 COLUMN 56 PIC X(001) USING OPR-PERM-REABERTURA.
               10  LINE 13 COLUMN 24 PIC X(001) USING OPR-PERM-LIBERACAO.

       01  T-SITUACAO.
           05  LINE 14 COLUMN 25   PIC X(010) FROM     WS-SIT-DESCRICAO.
           OR          OPR-PERM-IMPORTACAO NOT EQUAL "S" AND "N"
           OR          OPR-PERM-CONSULTA   NOT EQUAL "S" AND "N"
           OR          OPR-PERM-REABERTURA NOT EQUAL "S" AND "N"
           OR          OPR-PERM-LIBERACAO  NOT EQUAL "S" AND "N"
                       MOVE        "Informe S ou N em Cada Permissao! [ENTER]" TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
