      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     TSTCDMET.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : CADASTRO DE METAS DE VENDAS POR VENDEDOR E
      *>                 COMPETENCIA
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
       COPY    "CADMET.SEL".
       COPY    "CADVND.SEL".
       COPY    "CADOPR.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADMET.FD".
       COPY    "CADVND.FD".
       COPY    "CADOPR.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-OPCAO                PIC  X(001)     VALUE   SPACES.

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

       01  WS-NOME-VENDEDOR            PIC  X(040)     VALUE   SPACES.

       01  WS-COMPET-AUX               PIC  9(006)     VALUE   ZEROS.
       01  FILLER  REDEFINES   WS-COMPET-AUX.
           05  WS-COMPET-ANO           PIC  9(004).
           05  WS-COMPET-MES           PIC  9(002).

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
           05  LINE 04 COLUMN 10   VALUE   "Cadastro de Metas de Vendas".
           05  LINE 06 COLUMN 10   VALUE   "Vendedor.....:".
           05  LINE 08 COLUMN 10   VALUE   "Competencia..:".
           05  LINE 08 COLUMN 33   VALUE   "(AAAAMM)".
           05  LINE 10 COLUMN 10   VALUE   "Meta Valor...:".
           05  LINE 12 COLUMN 10   VALUE   "Meta Pedidos.:".

       01  T-ACCEPT.
           05  T-CHAVE.
               10  LINE 06 COLUMN 25 PIC ZZZZZ9 USING MET-VND-CODIGO.
               10  LINE 08 COLUMN 25 PIC 9(006) USING MET-COMPETENCIA.
           05  T-VALORES.
               10  LINE 10 COLUMN 25 PIC ZZZ.ZZZ.ZZ9,99 USING MET-VALOR.
               10  LINE 12 COLUMN 25 PIC ZZZZ9 USING MET-PEDIDOS.

       01  T-NOME.
           05  LINE 06 COLUMN 33   PIC X(040) FROM WS-NOME-VENDEDOR.

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
           INITIALIZE  MET-REGISTRO
           MOVE        SPACES                  TO  WS-NOME-VENDEDOR
           MOVE        "[ESC] Para Sair"       TO  AX-MENSAGEM
           DISPLAY     T-ACCEPT    T-NOME      T-MENS
           ACCEPT      T-CHAVE ON ESCAPE
                       CLOSE       CADMET
                       SUBTRACT 1 FROM AX-CAMPO
                       EXIT        PARAGRAPH
           END-ACCEPT

           CLOSE       CADMET

           PERFORM     R-BUSCA-VENDEDOR
           DISPLAY     T-NOME
           IF          WS-NOME-VENDEDOR EQUAL SPACES
                       MOVE        "Vendedor nao Encontrado! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           MOVE        MET-COMPETENCIA         TO  WS-COMPET-AUX
           IF          WS-COMPET-ANO LESS 2000
           OR          WS-COMPET-MES LESS 01
           OR          WS-COMPET-MES GREATER 12
                       MOVE        "Competencia Invalida! Informe AAAAMM. [ENTER]"     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-IO-CADMET
           IF          AX-STATUS NOT EQUAL "00" AND "05"
                       MOVE        "Erro ao Abrir o Arquivo de Metas! [ENTER]"     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           READ        CADMET
           IF          AX-OPCAO EQUAL "A"
           AND         AX-STATUS NOT EQUAL "00"
                       CLOSE       CADMET
                       MOVE        "Meta nao Encontrada! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-OPCAO EQUAL "I"
           AND         AX-STATUS EQUAL "00"
                       CLOSE       CADMET
                       MOVE        "Meta ja Cadastrada! Utilize a Alteracao. [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-OPCAO EQUAL "I"
                       MOVE        ZEROS       TO  MET-VALOR
                                                   MET-PEDIDOS
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

           IF          MET-VALOR EQUAL ZEROS
           AND         MET-PEDIDOS EQUAL ZEROS
                       MOVE        "Informe a Meta de Valor e/ou de Pedidos! [ENTER]"  TO  AX-MENSAGEM
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

           WRITE       MET-REGISTRO INVALID KEY
               REWRITE MET-REGISTRO
           END-WRITE

           CLOSE       CADMET

           MOVE        1                       TO  AX-CAMPO

           EXIT.

      *>----------------------------------------------------------------
       R-EXCLUI.
      *>----------------------------------------------------------------
           PERFORM     R-IO-CADMET
           IF          AX-STATUS NOT EQUAL "00" AND "05"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       INITIALIZE  MET-REGISTRO
                       MOVE        SPACES              TO  WS-NOME-VENDEDOR
                       MOVE        "[ESC] para Sair"   TO  AX-MENSAGEM
                       DISPLAY     T-DISPLAY   T-ACCEPT    T-NOME  T-MENS
                       ACCEPT      T-CHAVE     ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT

                       READ        CADMET
                       IF          AX-STATUS NOT EQUAL "00"
                                   MOVE        "Meta nao Encontrada! [ENTER]"  TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-BUSCA-VENDEDOR
                       DISPLAY     T-ACCEPT    T-NOME

                       MOVE        "Confirma a Exclusao da Meta? (S/N)"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       IF          AX-CONF NOT EQUAL "s" AND "S"
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       DELETE      CADMET      RECORD

           END-PERFORM

           CLOSE       CADMET

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA.
      *>----------------------------------------------------------------
           OPEN        INPUT   CADMET
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Erro ao Abrir o Arquivo de Metas! [ENTER]"     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           INITIALIZE  MET-REGISTRO
           MOVE        SPACES                  TO  WS-NOME-VENDEDOR
           MOVE        "Vendedor/Competencia Inicial (zeros = Inicio)  [ESC] Sair"     TO  AX-MENSAGEM
           DISPLAY     T-DISPLAY   T-ACCEPT    T-MENS
           ACCEPT      T-CHAVE     ON ESCAPE
                       CLOSE       CADMET
                       EXIT        PARAGRAPH
           END-ACCEPT

           START       CADMET      KEY NOT LESS MET-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Nenhuma Meta Encontrada! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       CLOSE       CADMET
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       READ        CADMET      NEXT    AT END
                                   MOVE        "Fim da Consulta! [ENTER]"  TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM
                       END-READ

                       PERFORM     R-BUSCA-VENDEDOR
                       DISPLAY     T-DISPLAY   T-ACCEPT    T-NOME
                       MOVE        "[ENTER] Proximo  [ESC] Sair"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS      ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT
           END-PERFORM

           CLOSE       CADMET

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-VENDEDOR.
      *>----------------------------------------------------------------
           MOVE        SPACES                  TO  WS-NOME-VENDEDOR

           OPEN        INPUT       CADVND
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           MOVE        MET-VND-CODIGO          TO  VND-CODIGO
           READ        CADVND
           IF          AX-STATUS EQUAL "00"
                       MOVE        VND-NOME    TO  WS-NOME-VENDEDOR
           END-IF

           CLOSE       CADVND

           EXIT.

      *>----------------------------------------------------------------
       R-IO-CADMET.
      *>----------------------------------------------------------------
           OPEN        I-O         CADMET
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADMET
                       CLOSE       CADMET
                       OPEN        I-O         CADMET
           END-IF
           EVALUATE    AX-STATUS
               WHEN    "39"
                       MOVE        "Estrutura do Arquivo de Metas Invalida! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
               WHEN    "9A"
                       MOVE        "Arquivo de Metas Bloqueado em Outro Terminal! [ENTER]"     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
