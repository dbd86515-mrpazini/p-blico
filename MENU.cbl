       01  WS-MENU-08                  PIC  X(032)     VALUE   SPACES.
       01  WS-MENU-09                  PIC  X(032)     VALUE   SPACES.
       01  WS-MENU-10                  PIC  X(032)     VALUE   SPACES.
       01  WS-MENU-11                  PIC  X(032)     VALUE   SPACES.
       01  WS-MENU-12                  PIC  X(032)     VALUE   SPACES.
       01  WS-MENU-13                  PIC  X(032)     VALUE   SPACES.
       01  WS-MENU-14                  PIC  X(032)     VALUE   SPACES.

      *>----------------------------------------------------------------
       SCREEN SECTION.
           05  LINE 13 COLUMN 25   PIC X(032) FROM WS-MENU-08.
           05  LINE 14 COLUMN 25   PIC X(032) FROM WS-MENU-09.
           05  LINE 15 COLUMN 25   PIC X(032) FROM WS-MENU-10.
           05  LINE 16 COLUMN 25   PIC X(032) FROM WS-MENU-11.
           05  LINE 17 COLUMN 25   PIC X(032) FROM WS-MENU-12.
           05  LINE 18 COLUMN 25   PIC X(032) FROM WS-MENU-13.
           05  LINE 19 COLUMN 25   PIC X(032) FROM WS-MENU-14.
           05  LINE 20 COLUMN 25   VALUE   " A - Arquivos em Uso".
           05  LINE 21 COLUMN 25   VALUE   " X - Finalizar".
           05  LINE 23 COLUMN 25   VALUE   "[ ]  Opcao".
           05  LINE 23 COLUMN 26   PIC X(001) USING AX-OPCAO.

       01  T-ARQUIVOS.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 12 COLUMN 23   PIC X(050) FROM LB-CARTEI.
           05  LINE 13 COLUMN 10   VALUE   "LB-CADPAR..:".
           05  LINE 13 COLUMN 23   PIC X(050) FROM LB-CADPAR.
           05  LINE 14 COLUMN 10   VALUE   "LB-CADEST..:".
           05  LINE 14 COLUMN 23   PIC X(050) FROM LB-CADEST.
           05  LINE 15 COLUMN 10   VALUE   "LB-CADDEV..:".
           05  LINE 15 COLUMN 23   PIC X(050) FROM LB-CADDEV.
           05  LINE 16 COLUMN 10   VALUE   "LB-CADMET..:".
           05  LINE 16 COLUMN 23   PIC X(050) FROM LB-CADMET.
           05  LINE 17 COLUMN 10   VALUE   "LB-CADTAB..:".
           05  LINE 17 COLUMN 23   PIC X(050) FROM LB-CADTAB.
           05  LINE 18 COLUMN 10   VALUE   "LB-HISPED..:".
           05  LINE 18 COLUMN 23   PIC X(050) FROM LB-HISPED.
           05  LINE 19 COLUMN 10   VALUE   "LB-HISITE..:".
           05  LINE 19 COLUMN 23   PIC X(050) FROM LB-HISITE.
           05  LINE 20 COLUMN 10   VALUE   "LB-HISREC..:".
           05  LINE 20 COLUMN 23   PIC X(050) FROM LB-HISREC.

       01  T-MENS.
           05  LINE 24 COLUMN 01   VALUE "Mensagem:".
                       ELSE
                               PERFORM R-ACESSO-NEGADO
                       END-IF
               WHEN    "E" WHEN "e"
                       IF      WS-CADASTRO-LIBERADO
                               CALL    "TSTCDEST"  USING   WS-CHAMA WS-OPERADOR
                               CANCEL  "TSTCDEST"
                       ELSE
                               PERFORM R-ACESSO-NEGADO
                       END-IF
               WHEN    "D" WHEN "d"
                       IF      WS-CADASTRO-LIBERADO
                               CALL    "TSTCDDEV"  USING   WS-CHAMA WS-OPERADOR
                               CANCEL  "TSTCDDEV"
                       ELSE
                               PERFORM R-ACESSO-NEGADO
                       END-IF
               WHEN    "M" WHEN "m"
                       IF      WS-CADASTRO-LIBERADO
                               CALL    "TSTCDMET"  USING   WS-CHAMA WS-OPERADOR
                               CANCEL  "TSTCDMET"
                       ELSE
                               PERFORM R-ACESSO-NEGADO
                       END-IF
               WHEN    "L" WHEN "l"
                       IF      WS-CADASTRO-LIBERADO
                               CALL    "TSTCDTAB"  USING   WS-CHAMA WS-OPERADOR
                               CANCEL  "TSTCDTAB"
                       ELSE
                               PERFORM R-ACESSO-NEGADO
                       END-IF
               WHEN    "A" WHEN "a"
                       PERFORM R-MOSTRA-ARQUIVOS
           END-EVALUATE
                                                   WS-MENU-08
                                                   WS-MENU-09
                                                   WS-MENU-10
                                                   WS-MENU-11
                                                   WS-MENU-12
                                                   WS-MENU-13
                                                   WS-MENU-14

           IF          WS-CADASTRO-LIBERADO
                       MOVE    " 1 - Cadastro de Vendedores"
                               TO  WS-MENU-04
                       MOVE    " 5 - Planos de Comissao"
                               TO  WS-MENU-05
                       MOVE    " E - Controle de Estoque"
                               TO  WS-MENU-11
                       MOVE    " D - Devolucoes"
                               TO  WS-MENU-12
                       MOVE    " M - Metas de Vendas"
                               TO  WS-MENU-13
                       MOVE    " L - Tabelas de Preco"
                               TO  WS-MENU-14
           END-IF

           IF          WS-OPR-PODE-ALTERAR
           IF          LB-CADPAR EQUAL SPACES
                       MOVE        "CADPAR"    TO  LB-CADPAR
           END-IF
           ACCEPT      LB-CADEST   FROM ENVIRONMENT "CADEST"
           IF          LB-CADEST EQUAL SPACES
                       MOVE        "CADEST"    TO  LB-CADEST
           END-IF
           ACCEPT      LB-CADDEV   FROM ENVIRONMENT "CADDEV"
           IF          LB-CADDEV EQUAL SPACES
                       MOVE        "CADDEV"    TO  LB-CADDEV
           END-IF
           ACCEPT      LB-CADMET   FROM ENVIRONMENT "CADMET"
           IF          LB-CADMET EQUAL SPACES
                       MOVE        "CADMET"    TO  LB-CADMET
           END-IF
           ACCEPT      LB-CADTAB   FROM ENVIRONMENT "CADTAB"
           IF          LB-CADTAB EQUAL SPACES
                       MOVE        "CADTAB"    TO  LB-CADTAB
           END-IF
           ACCEPT      LB-HISPED   FROM ENVIRONMENT "HISPED"
           IF          LB-HISPED EQUAL SPACES
                       MOVE        "HISPED"    TO  LB-HISPED
           END-IF
           ACCEPT      LB-HISITE   FROM ENVIRONMENT "HISITE"
           IF          LB-HISITE EQUAL SPACES
                       MOVE        "HISITE"    TO  LB-HISITE
           END-IF
           ACCEPT      LB-HISREC   FROM ENVIRONMENT "HISREC"
           IF          LB-HISREC EQUAL SPACES
                       MOVE        "HISREC"    TO  LB-HISREC
           END-IF

           EXIT.

