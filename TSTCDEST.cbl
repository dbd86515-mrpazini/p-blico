      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     TSTCDEST.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : CONTROLE DE ESTOQUE - ENTRADAS, AJUSTES DE
      *>                 INVENTARIO E ESTOQUE MINIMO POR PRODUTO
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
       COPY    "CADEST.SEL".
       COPY    "CADPRO.SEL".
       COPY    "CADOPR.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADEST.FD".
       COPY    "CADPRO.FD".
       COPY    "CADOPR.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-OPCAO                PIC  X(001)     VALUE   SPACES.

       01  WS-OPERADOR                 PIC  X(010)     VALUE   SPACES.

       01  WS-OPR-PERM-INCLUSAO        PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-INCLUIR                     VALUE   "S".
       01  WS-OPR-PERM-ALTERACAO       PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-ALTERAR                     VALUE   "S".
       01  WS-OPR-PERM-CONSULTA        PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-CONSULTAR                   VALUE   "S".

       01  WS-SAIDA                    PIC  X(001)     VALUE   "N".
           88  WS-SAIR                                 VALUE   "S".

       01  WS-PRODUTO                  PIC  9(006)     VALUE   ZEROS.
       01  WS-DESCRICAO                PIC  X(040)     VALUE   SPACES.
       01  WS-SALDO                    PIC S9(007)     VALUE   ZEROS.
       01  WS-MINIMO                   PIC  9(007)     VALUE   ZEROS.
       01  WS-DATA-ULT-MOV             PIC  9(008)     VALUE   ZEROS.
       01  WS-TIPO-ULT-MOV             PIC  X(001)     VALUE   SPACES.
       01  WS-TIPO-DESCRICAO           PIC  X(015)     VALUE   SPACES.

       01  WS-QUANTIDADE               PIC  9(007)     VALUE   ZEROS.
       01  WS-MOTIVO                   PIC  X(030)     VALUE   SPACES.
       01  WS-DIFERENCA                PIC S9(007)     VALUE   ZEROS.

       01  WS-LOCK-MENSAGEM.
           05  FILLER                  PIC  X(043)     VALUE
               "Registro em Uso por Outro Operador! Chave: ".
           05  WS-LOCK-CHAVE           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(008)
                   VALUE   " [ENTER]".

       01  WS-GRV-MENSAGEM.
           05  FILLER                  PIC  X(031)
                   VALUE   "Movimento Gravado! Saldo Atual:".
           05  WS-GRV-MSG-SALDO        PIC  --.---.--9.
           05  FILLER                  PIC  X(008)
                   VALUE   " [ENTER]".

       01  WS-ERR-MENSAGEM.
           05  FILLER                  PIC  X(040)
                   VALUE   "Erro na Gravacao do Movimento! Status ".
           05  WS-ERR-MSG-STATUS       PIC  X(002).
           05  FILLER                  PIC  X(008)
                   VALUE   " [ENTER]".

       COPY    "MOVVARS.LIB".

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
           05  LINE 08 COLUMN 32   VALUE   " E - Entrada (Recebimento)".
           05  LINE 10 COLUMN 32   VALUE   " A - Ajuste de Inventario".
           05  LINE 12 COLUMN 32   VALUE   " M - Estoque Minimo".
           05  LINE 14 COLUMN 32   VALUE   " C - Consulta".
           05  LINE 16 COLUMN 32   VALUE   " X - Finalizar".
           05  LINE 18 COLUMN 32   VALUE   "[ ]  Opcao".
           05  LINE 18 COLUMN 33   PIC Z9  USING AX-OPCAO.

       01  T-DISPLAY.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 04 COLUMN 10   VALUE   "Controle de Estoque".
           05  LINE 06 COLUMN 10   VALUE   "Produto......:".
           05  LINE 08 COLUMN 10   VALUE   "Saldo Atual..:".
           05  LINE 10 COLUMN 10   VALUE   "Estoque Min..:".
           05  LINE 12 COLUMN 10   VALUE   "Ultimo Movto.:".
           05  LINE 12 COLUMN 40   VALUE   "(AAAAMMDD)".

       01  T-PRODUTO.
           05  LINE 06 COLUMN 25   PIC ZZZZZ9 USING WS-PRODUTO.

       01  T-SALDOS.
           05  LINE 06 COLUMN 33   PIC X(040) FROM WS-DESCRICAO.
           05  LINE 08 COLUMN 25   PIC --.---.--9 FROM WS-SALDO.
           05  LINE 10 COLUMN 25   PIC Z.ZZZ.ZZ9 FROM WS-MINIMO.
           05  LINE 12 COLUMN 25   PIC 9(008) FROM WS-DATA-ULT-MOV.
           05  LINE 12 COLUMN 51   PIC X(015) FROM WS-TIPO-DESCRICAO.

       01  T-MINIMO.
           05  LINE 10 COLUMN 25   PIC Z.ZZZ.ZZ9 USING WS-MINIMO.

       01  T-ENTRADA.
           05  LINE 15 COLUMN 10   VALUE   "Quantidade...:".
           05  LINE 17 COLUMN 10   VALUE   "Motivo.......:".

       01  T-AJUSTE.
           05  LINE 15 COLUMN 10   VALUE   "Saldo Contado:".
           05  LINE 17 COLUMN 10   VALUE   "Motivo.......:".

       01  T-MOVIMENTO.
           05  T-QUANTIDADE.
               10  LINE 15 COLUMN 25 PIC Z.ZZZ.ZZ9 USING WS-QUANTIDADE.
           05  T-MOTIVO.
               10  LINE 17 COLUMN 25 PIC X(030) USING WS-MOTIVO.

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
                           WHEN    "E"
                                   IF      WS-OPR-PODE-INCLUIR
                                           PERFORM R-MOVIMENTO
                                   ELSE
                                           PERFORM R-ACESSO-NEGADO
                                   END-IF
                           WHEN    "A"
                                   IF      WS-OPR-PODE-ALTERAR
                                           PERFORM R-MOVIMENTO
                                   ELSE
                                           PERFORM R-ACESSO-NEGADO
                                   END-IF
                           WHEN    "M"
                                   IF      WS-OPR-PODE-ALTERAR
                                           PERFORM R-MINIMO
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
       R-MOVIMENTO.
      *>----------------------------------------------------------------
           PERFORM     UNTIL   EXIT
                       PERFORM     R-INFORMA-PRODUTO
                       IF          WS-SAIR
                                   EXIT        PERFORM
                       END-IF
                       IF          WS-DESCRICAO EQUAL SPACES
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        ZEROS               TO  WS-QUANTIDADE
                       MOVE        SPACES              TO  WS-MOTIVO
                       IF          AX-OPCAO EQUAL "E"
                                   DISPLAY     T-ENTRADA
                       ELSE
                                   DISPLAY     T-AJUSTE
                       END-IF

                       MOVE        "[ESC] Para Sair"   TO  AX-MENSAGEM
                       DISPLAY     T-MOVIMENTO T-MENS
                       ACCEPT      T-QUANTIDADE    ON ESCAPE
                                   EXIT        PERFORM     CYCLE
                       END-ACCEPT

                       IF          AX-OPCAO EQUAL "E"
                                   IF      WS-QUANTIDADE EQUAL ZEROS
                                           MOVE    "Quantidade Obrigatoria! [ENTER]"   TO  AX-MENSAGEM
                                           DISPLAY T-MENS
                                           ACCEPT  T-MENS
                                           EXIT    PERFORM     CYCLE
                                   END-IF
                                   MOVE    WS-QUANTIDADE       TO  WS-DIFERENCA
                       ELSE
                                   COMPUTE WS-DIFERENCA = WS-QUANTIDADE - WS-SALDO
                                   IF      WS-DIFERENCA EQUAL ZEROS
                                           MOVE    "Saldo Contado Igual ao Saldo Atual! Nada a Ajustar. [ENTER]"   TO  AX-MENSAGEM
                                           DISPLAY T-MENS
                                           ACCEPT  T-MENS
                                           EXIT    PERFORM     CYCLE
                                   END-IF
                       END-IF

                       ACCEPT      T-MOTIVO        ON ESCAPE
                                   EXIT        PERFORM     CYCLE
                       END-ACCEPT

                       IF          WS-MOTIVO EQUAL SPACES
                                   MOVE        "Motivo Obrigatorio! [ENTER]"   TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        "Confirma o Movimento? (S/N)"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       IF          AX-CONF NOT EQUAL "s" AND "S"
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        WS-OPERADOR         TO  WS-MOV-OPERADOR
                       MOVE        WS-PRODUTO          TO  WS-MOV-PRODUTO
                       MOVE        AX-OPCAO            TO  WS-MOV-TIPO
                       IF          AX-OPCAO EQUAL "A"
                                   MOVE    WS-QUANTIDADE       TO  WS-MOV-QUANTIDADE
                       ELSE
                                   MOVE    WS-DIFERENCA        TO  WS-MOV-QUANTIDADE
                       END-IF
                       MOVE        ZEROS               TO  WS-MOV-DOCUMENTO
                       MOVE        WS-MOTIVO           TO  WS-MOV-MOTIVO
                       CALL        "GRVMOV"    USING   WS-MOV-DADOS
                       CANCEL      "GRVMOV"

                       IF          WS-MOV-RETORNO EQUAL "51"
                                   MOVE        WS-PRODUTO          TO  WS-LOCK-CHAVE
                                   MOVE        WS-LOCK-MENSAGEM    TO  AX-MENSAGEM
                       ELSE
                                   IF      WS-MOV-RETORNO EQUAL "00"
                                           IF      AX-OPCAO EQUAL "A"
                                                   MOVE    WS-QUANTIDADE       TO  WS-GRV-MSG-SALDO
                                           ELSE
                                                   COMPUTE WS-GRV-MSG-SALDO = WS-SALDO + WS-DIFERENCA
                                           END-IF
                                           MOVE    WS-GRV-MENSAGEM     TO  AX-MENSAGEM
                                   ELSE
                                           MOVE    WS-MOV-RETORNO      TO  WS-ERR-MSG-STATUS
                                           MOVE    WS-ERR-MENSAGEM     TO  AX-MENSAGEM
                                   END-IF
                       END-IF
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-MINIMO.
      *>----------------------------------------------------------------
           PERFORM     UNTIL   EXIT
                       PERFORM     R-INFORMA-PRODUTO
                       IF          WS-SAIR
                                   EXIT        PERFORM
                       END-IF
                       IF          WS-DESCRICAO EQUAL SPACES
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        "[ESC] Para Sair"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MINIMO    ON ESCAPE
                                   EXIT        PERFORM     CYCLE
                       END-ACCEPT

                       MOVE        "Confirma o Estoque Minimo? (S/N)"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       IF          AX-CONF NOT EQUAL "s" AND "S"
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-IO-CADEST
                       IF          AX-STATUS NOT EQUAL "00" AND "05"
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        WS-PRODUTO          TO  EST-PRO-CODIGO
                       READ        CADEST  WITH LOCK
                       EVALUATE    AX-STATUS
                           WHEN    "00"
                                   MOVE    WS-MINIMO           TO  EST-MINIMO
                                   REWRITE EST-REGISTRO
                                   UNLOCK  CADEST  RECORD
                                   MOVE    "Estoque Minimo Gravado! [ENTER]"   TO  AX-MENSAGEM
                           WHEN    "23"
                                   INITIALIZE  EST-REGISTRO
                                   MOVE    WS-PRODUTO          TO  EST-PRO-CODIGO
                                   MOVE    WS-MINIMO           TO  EST-MINIMO
                                   WRITE   EST-REGISTRO
                                   MOVE    "Estoque Minimo Gravado! [ENTER]"   TO  AX-MENSAGEM
                           WHEN    "51"
                                   MOVE    WS-PRODUTO          TO  WS-LOCK-CHAVE
                                   MOVE    WS-LOCK-MENSAGEM    TO  AX-MENSAGEM
                           WHEN    OTHER
                                   MOVE    AX-STATUS           TO  WS-ERR-MSG-STATUS
                                   MOVE    WS-ERR-MENSAGEM     TO  AX-MENSAGEM
                       END-EVALUATE

                       CLOSE       CADEST
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA.
      *>----------------------------------------------------------------
           PERFORM     UNTIL   EXIT
                       PERFORM     R-INFORMA-PRODUTO
                       IF          WS-SAIR
                                   EXIT        PERFORM
                       END-IF
                       IF          WS-DESCRICAO EQUAL SPACES
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        "[ENTER] Proximo  [ESC] Sair"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS      ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-INFORMA-PRODUTO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-SAIDA
           MOVE        ZEROS                   TO  WS-PRODUTO
                                                   WS-SALDO
                                                   WS-MINIMO
                                                   WS-DATA-ULT-MOV
           MOVE        SPACES                  TO  WS-DESCRICAO
                                                   WS-TIPO-ULT-MOV
                                                   WS-TIPO-DESCRICAO
           MOVE        "[ESC] Para Sair"       TO  AX-MENSAGEM
           DISPLAY     T-DISPLAY   T-PRODUTO   T-SALDOS    T-MENS
           ACCEPT      T-PRODUTO   ON ESCAPE
                       MOVE        "S"         TO  WS-SAIDA
                       EXIT        PARAGRAPH
           END-ACCEPT

           IF          WS-PRODUTO EQUAL ZEROS
                       MOVE        "Codigo do Produto Obrigatorio! [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           OPEN        INPUT       CADPRO
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Erro ao Abrir o Arquivo de Produtos! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           MOVE        WS-PRODUTO              TO  PRO-CODIGO
           READ        CADPRO
           IF          AX-STATUS NOT EQUAL "00"
                       CLOSE       CADPRO
                       MOVE        "Produto nao Cadastrado! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF
           MOVE        PRO-DESCRICAO           TO  WS-DESCRICAO
           CLOSE       CADPRO

           OPEN        INPUT       CADEST
           IF          AX-STATUS EQUAL "00"
                       MOVE        WS-PRODUTO          TO  EST-PRO-CODIGO
                       READ        CADEST
                       IF          AX-STATUS EQUAL "00"
                                   MOVE    EST-SALDO           TO  WS-SALDO
                                   MOVE    EST-MINIMO          TO  WS-MINIMO
                                   MOVE    EST-DATA-ULT-MOV    TO  WS-DATA-ULT-MOV
                                   MOVE    EST-TIPO-ULT-MOV    TO  WS-TIPO-ULT-MOV
                       END-IF
                       CLOSE       CADEST
           END-IF

           EVALUATE    WS-TIPO-ULT-MOV
               WHEN    "E"
                       MOVE        "Entrada"           TO  WS-TIPO-DESCRICAO
               WHEN    "S"
                       MOVE        "Faturamento"       TO  WS-TIPO-DESCRICAO
               WHEN    "C"
                       MOVE        "Cancelamento"      TO  WS-TIPO-DESCRICAO
               WHEN    "A"
                       MOVE        "Ajuste"            TO  WS-TIPO-DESCRICAO
               WHEN    "D"
                       MOVE        "Devolucao"         TO  WS-TIPO-DESCRICAO
               WHEN    OTHER
                       MOVE        SPACES              TO  WS-TIPO-DESCRICAO
           END-EVALUATE

           DISPLAY     T-SALDOS

           EXIT.

      *>----------------------------------------------------------------
       R-IO-CADEST.
      *>----------------------------------------------------------------
           OPEN        I-O         CADEST
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADEST
                       CLOSE       CADEST
                       OPEN        I-O         CADEST
           END-IF
           EVALUATE    AX-STATUS
               WHEN    "39"
                       MOVE        "Estrutura do Arquivo de Estoque Invalida! [ENTER]"     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
               WHEN    "9A"
                       MOVE        "Arquivo de Estoque Bloqueado em Outro Terminal! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
