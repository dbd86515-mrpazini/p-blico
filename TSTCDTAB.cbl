      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     TSTCDTAB.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : CADASTRO DE TABELAS DE PRECO POR PRODUTO,
      *>                 CLIENTE E PERIODO DE VIGENCIA
      *>----------------------------------------------------------------

      *>----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *>----------------------------------------------------------------
       CONFIGURATION SECTION.
      *>----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *>----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *>----------------------------------------------------------------
       FILE-CONTROL.
      *>----------------------------------------------------------------
       COPY    "CADTAB.SEL".
       COPY    "CADPRO.SEL".
       COPY    "CADCLI.SEL".
       COPY    "CADOPR.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADTAB.FD".
       COPY    "CADPRO.FD".
       COPY    "CADCLI.FD".
       COPY    "CADOPR.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-OPCAO                PIC  X(001)     VALUE   SPACES.
           05  AX-EOF-CADTAB           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADTAB                       VALUE   "S".

       77  AX-CAMPO                    PIC  9(002)     VALUE ZEROS.

       01  WS-OPERADOR                 PIC  X(010)     VALUE   SPACES.

       01  WS-OPR-PERM-INCLUSAO        PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-INCLUIR                     VALUE   "S".
       01  WS-OPR-PERM-ALTERACAO       PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-ALTERAR                     VALUE   "S".
       01  WS-OPR-PERM-EXCLUSAO        PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-EXCLUIR                     VALUE   "S".
       01  WS-OPR-PERM-CONSULTA        PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-CONSULTAR                   VALUE   "S".

       01  WS-DESCRICAO-PRODUTO        PIC  X(040)     VALUE   SPACES.
       01  WS-NOME-CLIENTE             PIC  X(040)     VALUE   SPACES.

       01  WS-DATA-AUX                 PIC  9(008)     VALUE   ZEROS.
       01  FILLER  REDEFINES   WS-DATA-AUX.
           05  WS-DTA-ANO              PIC  9(004).
           05  WS-DTA-MES              PIC  9(002).
           05  WS-DTA-DIA              PIC  9(002).

       01  WS-TAB-ATUAL                PIC  X(042)     VALUE   SPACES.
       01  WS-ATU-INICIO               PIC  9(008)     VALUE   ZEROS.
       01  WS-ATU-FIM                  PIC  9(008)     VALUE   ZEROS.
       01  WS-OUTRA-FIM                PIC  9(008)     VALUE   ZEROS.
       01  WS-ATU-PRODUTO              PIC  9(006)     VALUE   ZEROS.
       01  WS-ATU-CLIENTE              PIC  9(006)     VALUE   ZEROS.
       01  WS-SOBREPOSICAO             PIC  X(001)     VALUE   "N".
           88  WS-PERIODO-SOBREPOSTO                   VALUE   "S".

      *>----------------------------------------------------------------
       LINKAGE SECTION.
      *>----------------------------------------------------------------

       01  LK-CHAMA                    PIC  9(002).

       01  LK-OPERADOR                 PIC  X(010).

      *>----------------------------------------------------------------
       SCREEN SECTION.
      *>----------------------------------------------------------------
      >>SOURCE FORMAT FREE
       01  T-MENU.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 06 COLUMN 32   VALUE   "Selecione".
           05  LINE 08 COLUMN 32   VALUE   " I - Inclusao".
           05  LINE 10 COLUMN 32   VALUE   " A - Alteracao".
           05  LINE 12 COLUMN 32   VALUE   " E - Exclusao".
           05  LINE 14 COLUMN 32   VALUE   " C - Consulta".
           05  LINE 16 COLUMN 32   VALUE   " X - Finalizar".
           05  LINE 18 COLUMN 32   VALUE   "[ ]  Opcao".
           05  LINE 18 COLUMN 33   PIC Z9  USING AX-OPCAO.

       01  T-DISPLAY.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 04 COLUMN 10   VALUE   "Cadastro de Tabelas de Preco".
           05  LINE 06 COLUMN 10   VALUE   "Produto......:".
           05  LINE 08 COLUMN 10   VALUE   "Cliente......:".
           05  LINE 09 COLUMN 25   VALUE   "(zeros = Tabela Geral do Produto)".
           05  LINE 10 COLUMN 10   VALUE   "Inicio.......:".
           05  LINE 10 COLUMN 35   VALUE   "(AAAAMMDD)".
           05  LINE 12 COLUMN 10   VALUE   "Fim..........:".
           05  LINE 12 COLUMN 35   VALUE   "(AAAAMMDD - zeros = Sem Termino)".
           05  LINE 14 COLUMN 10   VALUE   "Preco........:".
           05  LINE 14 COLUMN 40   VALUE   "(zeros = Mantem o Preco Geral)".
           05  LINE 16 COLUMN 10   VALUE   "Desconto %...:".

       01  T-ACCEPT.
           05  T-CHAVE.
               10  LINE 06 COLUMN 25 PIC ZZZZZ9 USING TAB-PRO-CODIGO.
               10  LINE 08 COLUMN 25 PIC ZZZZZ9 USING TAB-CLI-CODIGO.
               10  LINE 10 COLUMN 25 PIC 9(008) USING TAB-DATA-INICIO.
           05  T-VALORES.
               10  LINE 12 COLUMN 25 PIC 9(008) USING TAB-DATA-FIM.
               10  LINE 14 COLUMN 25 PIC Z.ZZZ.ZZ9,99 USING TAB-PRECO.
               10  LINE 16 COLUMN 25 PIC ZZ9,99 USING TAB-DESCONTO.

       01  T-NOMES.
           05  LINE 06 COLUMN 33   PIC X(040) FROM WS-DESCRICAO-PRODUTO.
           05  LINE 08 COLUMN 33   PIC X(040) FROM WS-NOME-CLIENTE.

       01  T-MENS.
           05  LINE 24 COLUMN 01   VALUE "Mensagem:".
           05  LINE 24 COLUMN 10   PIC X(065) FROM     AX-MENSAGEM.
           05  LINE 24 COLUMN 77   PIC X(001) USING    AX-CONF.
      *>----------------------------------------------------------------
       PROCEDURE DIVISION      USING   LK-CHAMA    LK-OPERADOR.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           IF          LK-CHAMA    NOT EQUAL 85
                       STOP        RUN
           END-IF

           MOVE        LK-OPERADOR             TO  WS-OPERADOR
           PERFORM     R-CARREGA-PERMISSOES

           PERFORM     UNTIL   AX-OPCAO EQUAL "X"
                       INITIALIZE  AX-OPCAO
                       DISPLAY     T-MENU
                       ACCEPT      T-MENU
                       EVALUATE    AX-OPCAO
                           WHEN    "I"
                                   IF      WS-OPR-PODE-INCLUIR
                                           PERFORM R-RECEIVER-000
                                   ELSE
                                           PERFORM R-ACESSO-NEGADO
                                   END-IF
                           WHEN    "A"
                                   IF      WS-OPR-PODE-ALTERAR
                                           PERFORM R-RECEIVER-000
                                   ELSE
                                           PERFORM R-ACESSO-NEGADO
                                   END-IF
                           WHEN    "E"
                                   IF      WS-OPR-PODE-EXCLUIR
                                           PERFORM R-EXCLUI
                                   ELSE
                                           PERFORM R-ACESSO-NEGADO
                                   END-IF
                           WHEN    "C"
                                   IF      WS-OPR-PODE-CONSULTAR
                                           PERFORM R-CONSULTA
                                   ELSE
                                           PERFORM R-ACESSO-NEGADO
                                   END-IF
                       END-EVALUATE
           END-PERFORM

           GOBACK.

      *>----------------------------------------------------------------
       R-CARREGA-PERMISSOES.
      *>----------------------------------------------------------------
           OPEN        INPUT       CADOPR
           IF          AX-STATUS EQUAL "35"
                       MOVE        "S"     TO  WS-OPR-PERM-INCLUSAO
                                               WS-OPR-PERM-ALTERACAO
                                               WS-OPR-PERM-EXCLUSAO
                                               WS-OPR-PERM-CONSULTA
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADOPR! Status "
                                   AX-STATUS
                       EXIT        PARAGRAPH
           END-IF

           MOVE        WS-OPERADOR             TO  OPR-CODIGO
           READ        CADOPR
           IF          AX-STATUS EQUAL "00"
                       MOVE    OPR-PERM-INCLUSAO     TO  WS-OPR-PERM-INCLUSAO
                       MOVE    OPR-PERM-ALTERACAO    TO  WS-OPR-PERM-ALTERACAO
                       MOVE    OPR-PERM-EXCLUSAO     TO  WS-OPR-PERM-EXCLUSAO
                       MOVE    OPR-PERM-CONSULTA     TO  WS-OPR-PERM-CONSULTA
           END-IF

           CLOSE       CADOPR

           EXIT.

      *>----------------------------------------------------------------
       R-ACESSO-NEGADO.
      *>----------------------------------------------------------------
           MOVE        "Operador sem permissao para esta opcao! [ENTER]"
                                                   TO  AX-MENSAGEM
           DISPLAY     T-MENS
           ACCEPT      T-MENS

           EXIT.

      *>----------------------------------------------------------------
       R-RECEIVER-000.
      *>----------------------------------------------------------------
           MOVE        1                       TO  AX-CAMPO
           DISPLAY     T-DISPLAY
           PERFORM     UNTIL   AX-CAMPO = 0
                       EVALUATE    AX-CAMPO
                           WHEN    01
                                   PERFORM     R-RECEIVER-001
                           WHEN    02
                                   PERFORM     R-RECEIVER-002
                           WHEN    03
                                   PERFORM     R-RECEIVER-003
                       END-EVALUATE
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-RECEIVER-001.
      *>----------------------------------------------------------------
           INITIALIZE  TAB-REGISTRO
           MOVE        SPACES                  TO  WS-DESCRICAO-PRODUTO
                                                   WS-NOME-CLIENTE
           MOVE        "[ESC] Para Sair"       TO  AX-MENSAGEM
           DISPLAY     T-ACCEPT    T-NOMES     T-MENS
           ACCEPT      T-CHAVE ON ESCAPE
                       CLOSE       CADTAB
                       SUBTRACT 1 FROM AX-CAMPO
                       EXIT        PARAGRAPH
           END-ACCEPT

           CLOSE       CADTAB

           PERFORM     R-BUSCA-NOMES
           DISPLAY     T-NOMES
           IF          WS-DESCRICAO-PRODUTO EQUAL SPACES
                       MOVE        "Produto nao Encontrado! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF
           IF          WS-NOME-CLIENTE EQUAL SPACES
                       MOVE        "Cliente nao Encontrado! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           MOVE        TAB-DATA-INICIO         TO  WS-DATA-AUX
           IF          WS-DTA-ANO LESS 2000
           OR          WS-DTA-MES LESS 01 OR GREATER 12
           OR          WS-DTA-DIA LESS 01 OR GREATER 31
                       MOVE        "Data de Inicio Invalida! (AAAAMMDD) [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-IO-CADTAB
           IF          AX-STATUS NOT EQUAL "00" AND "05"
                       MOVE        "Erro ao Abrir o Arquivo de Tabelas de Preco! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           READ        CADTAB
           IF          AX-OPCAO EQUAL "A"
           AND         AX-STATUS NOT EQUAL "00"
                       CLOSE       CADTAB
                       MOVE        "Tabela de Preco nao Encontrada! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-OPCAO EQUAL "I"
           AND         AX-STATUS EQUAL "00"
                       CLOSE       CADTAB
                       MOVE        "Tabela de Preco ja Cadastrada! Utilize a Alteracao. [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-OPCAO EQUAL "I"
                       MOVE        ZEROS       TO  TAB-DATA-FIM
                                                   TAB-PRECO
                                                   TAB-DESCONTO
           END-IF
           DISPLAY     T-ACCEPT

           ADD         1                       TO  AX-CAMPO

           EXIT.

      *>----------------------------------------------------------------
       R-RECEIVER-002.
      *>----------------------------------------------------------------
           MOVE        "[ESC] Para Sair"       TO  AX-MENSAGEM
           DISPLAY     T-MENS
           ACCEPT      T-VALORES ON ESCAPE
                       SUBTRACT 1 FROM AX-CAMPO
                       EXIT        PARAGRAPH
           END-ACCEPT

           IF          TAB-DATA-FIM NOT EQUAL ZEROS
                       MOVE        TAB-DATA-FIM    TO  WS-DATA-AUX
                       IF          WS-DTA-ANO LESS 2000
                       OR          WS-DTA-MES LESS 01 OR GREATER 12
                       OR          WS-DTA-DIA LESS 01 OR GREATER 31
                                   MOVE        "Data de Fim Invalida! (AAAAMMDD) [ENTER]"  TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PARAGRAPH
                       END-IF
                       IF          TAB-DATA-FIM LESS TAB-DATA-INICIO
                                   MOVE        "Data de Fim Anterior ao Inicio! [ENTER]"   TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PARAGRAPH
                       END-IF
           END-IF

           IF          TAB-PRECO EQUAL ZEROS
           AND         TAB-DESCONTO EQUAL ZEROS
                       MOVE        "Informe o Preco e/ou o Desconto! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           IF          TAB-DESCONTO NOT LESS 100
                       MOVE        "Desconto Deve ser Menor que 100%! [ENTER]" TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-VERIFICA-SOBREPOSICAO
           IF          WS-PERIODO-SOBREPOSTO
                       MOVE        "Periodo Sobreposto a Outra Tabela do Produto/Cliente! [ENTER]" TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  AX-CAMPO

           EXIT.

      *>----------------------------------------------------------------
       R-RECEIVER-003.
      *>----------------------------------------------------------------
           MOVE        "Confirma (S/N):"       TO  AX-MENSAGEM
           DISPLAY     T-MENS
           ACCEPT      T-MENS

           IF          AX-CONF NOT EQUAL "s" AND "S" AND "n" AND "N"
                       EXIT        PARAGRAPH
           END-IF

           IF          AX-CONF EQUAL "n" OR "N"
                       SUBTRACT 1 FROM AX-CAMPO
                       EXIT        PARAGRAPH
           END-IF

           WRITE       TAB-REGISTRO INVALID KEY
               REWRITE TAB-REGISTRO
           END-WRITE

           CLOSE       CADTAB

           MOVE        1                       TO  AX-CAMPO

           EXIT.

      *>----------------------------------------------------------------
       R-VERIFICA-SOBREPOSICAO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-SOBREPOSICAO
                                                   AX-EOF-CADTAB
           MOVE        TAB-REGISTRO            TO  WS-TAB-ATUAL
           MOVE        TAB-PRO-CODIGO          TO  WS-ATU-PRODUTO
           MOVE        TAB-CLI-CODIGO          TO  WS-ATU-CLIENTE
           MOVE        TAB-DATA-INICIO         TO  WS-ATU-INICIO
           MOVE        TAB-DATA-FIM            TO  WS-ATU-FIM
           IF          WS-ATU-FIM EQUAL ZEROS
                       MOVE        99999999    TO  WS-ATU-FIM
           END-IF

           MOVE        ZEROS                   TO  TAB-DATA-INICIO
           START       CADTAB      KEY NOT LESS TAB-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        WS-TAB-ATUAL    TO  TAB-REGISTRO
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADTAB
                       READ        CADTAB      NEXT    AT END
                                   SET     AX-FIM-CADTAB   TO  TRUE
                       NOT AT END
                                   PERFORM R-COMPARA-PERIODO
                       END-READ
           END-PERFORM

           MOVE        WS-TAB-ATUAL            TO  TAB-REGISTRO

           EXIT.

      *>----------------------------------------------------------------
       R-COMPARA-PERIODO.
      *>----------------------------------------------------------------
           IF          TAB-PRO-CODIGO NOT EQUAL WS-ATU-PRODUTO
           OR          TAB-CLI-CODIGO NOT EQUAL WS-ATU-CLIENTE
           OR          TAB-DATA-INICIO GREATER WS-ATU-FIM
                       SET         AX-FIM-CADTAB   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           IF          TAB-DATA-INICIO EQUAL WS-ATU-INICIO
                       EXIT        PARAGRAPH
           END-IF

           MOVE        TAB-DATA-FIM            TO  WS-OUTRA-FIM
           IF          WS-OUTRA-FIM EQUAL ZEROS
                       MOVE        99999999    TO  WS-OUTRA-FIM
           END-IF

           IF          WS-ATU-INICIO NOT GREATER WS-OUTRA-FIM
                       MOVE        "S"         TO  WS-SOBREPOSICAO
                       SET         AX-FIM-CADTAB   TO  TRUE
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-EXCLUI.
      *>----------------------------------------------------------------
           PERFORM     R-IO-CADTAB
           IF          AX-STATUS NOT EQUAL "00" AND "05"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       INITIALIZE  TAB-REGISTRO
                       MOVE        SPACES              TO  WS-DESCRICAO-PRODUTO
                                                           WS-NOME-CLIENTE
                       MOVE        "[ESC] para Sair"   TO  AX-MENSAGEM
                       DISPLAY     T-DISPLAY   T-ACCEPT    T-NOMES T-MENS
                       ACCEPT      T-CHAVE     ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT

                       READ        CADTAB
                       IF          AX-STATUS NOT EQUAL "00"
                                   MOVE        "Tabela de Preco nao Encontrada! [ENTER]"   TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-BUSCA-NOMES
                       DISPLAY     T-ACCEPT    T-NOMES

                       MOVE        "Confirma a Exclusao da Tabela de Preco? (S/N)" TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       IF          AX-CONF NOT EQUAL "s" AND "S"
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       DELETE      CADTAB      RECORD

           END-PERFORM

           CLOSE       CADTAB

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA.
      *>----------------------------------------------------------------
           OPEN        INPUT   CADTAB
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Erro ao Abrir o Arquivo de Tabelas de Preco! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           INITIALIZE  TAB-REGISTRO
           MOVE        SPACES                  TO  WS-DESCRICAO-PRODUTO
                                                   WS-NOME-CLIENTE
           MOVE        "Produto/Cliente/Inicio (zeros = Inicio)  [ESC] Sair"   TO  AX-MENSAGEM
           DISPLAY     T-DISPLAY   T-ACCEPT    T-MENS
           ACCEPT      T-CHAVE     ON ESCAPE
                       CLOSE       CADTAB
                       EXIT        PARAGRAPH
           END-ACCEPT

           START       CADTAB      KEY NOT LESS TAB-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Nenhuma Tabela de Preco Encontrada! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       CLOSE       CADTAB
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       READ        CADTAB      NEXT    AT END
                                   MOVE        "Fim da Consulta! [ENTER]"  TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM
                       END-READ

                       PERFORM     R-BUSCA-NOMES
                       DISPLAY     T-DISPLAY   T-ACCEPT    T-NOMES
                       MOVE        "[ENTER] Proximo  [ESC] Sair"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS      ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT
           END-PERFORM

           CLOSE       CADTAB

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-NOMES.
      *>----------------------------------------------------------------
           MOVE        SPACES                  TO  WS-DESCRICAO-PRODUTO
                                                   WS-NOME-CLIENTE

           OPEN        INPUT       CADPRO
           IF          AX-STATUS EQUAL "00"
                       MOVE        TAB-PRO-CODIGO  TO  PRO-CODIGO
                       READ        CADPRO
                       IF          AX-STATUS EQUAL "00"
                                   MOVE    PRO-DESCRICAO   TO  WS-DESCRICAO-PRODUTO
                       END-IF
                       CLOSE       CADPRO
           END-IF

           IF          TAB-CLI-CODIGO EQUAL ZEROS
                       MOVE        "TABELA GERAL"  TO  WS-NOME-CLIENTE
                       EXIT        PARAGRAPH
           END-IF

           OPEN        INPUT       CADCLI
           IF          AX-STATUS EQUAL "00"
                       MOVE        TAB-CLI-CODIGO  TO  CLI-CODIGO
                       READ        CADCLI
                       IF          AX-STATUS EQUAL "00"
                                   MOVE    CLI-NOME        TO  WS-NOME-CLIENTE
                       END-IF
                       CLOSE       CADCLI
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-IO-CADTAB.
      *>----------------------------------------------------------------
           OPEN        I-O         CADTAB
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADTAB
                       CLOSE       CADTAB
                       OPEN        I-O         CADTAB
           END-IF
           EVALUATE    AX-STATUS
               WHEN    "39"
                       MOVE        "Estrutura do Arquivo de Tabelas de Preco Invalida! [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
               WHEN    "9A"
                       MOVE        "Arquivo de Tabelas de Preco Bloqueado em Outro Terminal!"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
