      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     TSTCDDEV.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : DEVOLUCOES DE PEDIDOS FATURADOS - REGISTRA AS
      *>                 LINHAS E QUANTIDADES DEVOLVIDAS, RETORNA O
      *>                 ESTOQUE E ABATE O CREDITO DAS PARCELAS EM
      *>                 ABERTO (OU GERA SALDO CREDOR AO CLIENTE)
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
       COPY    "CADPED.SEL".
       COPY    "CADITE.SEL".
       COPY    "CADDEV.SEL".
       COPY    "CADREC.SEL".
       COPY    "CADCLI.SEL".
       COPY    "CADVND.SEL".
       COPY    "CADPRO.SEL".
       COPY    "CADPER.SEL".
       COPY    "CADOPR.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADPED.FD".
       COPY    "CADITE.FD".
       COPY    "CADDEV.FD".
       COPY    "CADREC.FD".
       COPY    "CADCLI.FD".
       COPY    "CADVND.FD".
       COPY    "CADPRO.FD".
       COPY    "CADPER.FD".
       COPY    "CADOPR.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-OPCAO                PIC  X(001)     VALUE   SPACES.

       01  WS-OPERADOR                 PIC  X(010)     VALUE   SPACES.

       01  WS-OPR-PERM-INCLUSAO        PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-INCLUIR                     VALUE   "S".
       01  WS-OPR-PERM-CONSULTA        PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-CONSULTAR                   VALUE   "S".

       01  WS-NOME-CLIENTE             PIC  X(034)     VALUE   SPACES.
       01  WS-NOME-VENDEDOR            PIC  X(034)     VALUE   SPACES.
       01  WS-SIT-DESCRICAO            PIC  X(010)     VALUE   SPACES.

       01  WS-DATA-SISTEMA             PIC  9(008)     VALUE   ZEROS.
       01  WS-MOTIVO                   PIC  9(002)     VALUE   ZEROS.
       01  WS-MOT-DESCRICAO            PIC  X(030)     VALUE   SPACES.

       77  WS-DEV-MAX                  PIC  9(003)     VALUE   999.
       01  WS-DEV-QTD                  PIC  9(003)     VALUE   ZEROS.
       01  WS-DEV-TABELA.
           05  WS-DEV-ELEMENTO     OCCURS  999 TIMES.
               10  WS-DTAB-LINHA       PIC  9(003).
               10  WS-DTAB-PRODUTO     PIC  9(006).
               10  WS-DTAB-DESCRICAO   PIC  X(034).
               10  WS-DTAB-VENDIDA     PIC  9(004).
               10  WS-DTAB-PRECO       PIC  9(007)V9(002).
               10  WS-DTAB-DEVOLVIDA   PIC  9(004).
               10  WS-DTAB-DEVOLVER    PIC  9(004).
       77  WS-DEV-SUB                  PIC  9(003)     VALUE   ZEROS.
       77  WS-DEV-SEQUENCIA            PIC  9(003)     VALUE   ZEROS.

       01  WS-DEV-SAIDA                PIC  X(001)     VALUE   "N".
           88  WS-DEV-ABANDONA                         VALUE   "S".
       01  WS-DEV-GRAVACAO             PIC  X(001)     VALUE   "N".
           88  WS-DEV-ERRO                             VALUE   "S".

       01  WS-ITE-LINHA                PIC  9(003)     VALUE   ZEROS.
       01  WS-ITE-DESCRICAO            PIC  X(034)     VALUE   SPACES.
       01  WS-ITE-VENDIDA              PIC  9(004)     VALUE   ZEROS.
       01  WS-ITE-DEVOLVIDA            PIC  9(004)     VALUE   ZEROS.
       01  WS-ITE-PRECO                PIC  9(007)V9(002)
                                                       VALUE   ZEROS.
       01  WS-ITE-DEVOLVER             PIC  9(004)     VALUE   ZEROS.
       01  WS-ITE-SALDO                PIC  9(004)     VALUE   ZEROS.

       01  WS-DEV-VALOR                PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-DEV-TOTAL                PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-DEV-GRAVADO              PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-DEV-RESTANTE             PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-DEV-ABATIDO              PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-DEV-CREDITO              PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-REC-SALDO                PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-REC-ABATE                PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-CLI-SALDO-ANT            PIC  9(009)V9(002)
                                                       VALUE   ZEROS.

       01  WS-CHECA-COMPET             PIC  9(006)     VALUE   ZEROS.
       01  WS-PER-SITUACAO             PIC  X(001)     VALUE   "A".
           88  WS-PER-FECHADA                          VALUE   "F".

       01  WS-LOCK-MENSAGEM.
           05  FILLER                  PIC  X(043)     VALUE
               "Registro em Uso por Outro Operador! Chave: ".
           05  WS-LOCK-CHAVE           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(008)
                   VALUE   " [ENTER]".

       01  WS-DEV-MENSAGEM.
           05  FILLER                  PIC  X(011)
                   VALUE   "Abatido: ".
           05  WS-DEV-MSG-ABATIDO      PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(015)
                   VALUE   "  Saldo Credor:".
           05  WS-DEV-MSG-CREDITO      PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(008)
                   VALUE   " [ENTER]".

       01  WS-ERR-MENSAGEM.
           05  FILLER                  PIC  X(036)
                   VALUE   "Devolucao nao Gravada desde a Linha ".
           05  WS-ERR-MSG-LINHA        PIC  ZZ9.
           05  FILLER                  PIC  X(009)
                   VALUE   "! Status ".
           05  WS-ERR-MSG-STATUS       PIC  X(002).
           05  FILLER                  PIC  X(008)
                   VALUE   " [ENTER]".

       01  WS-AUD-VAL-EDIT             PIC  ZZZ.ZZZ.ZZ9,99.

       COPY    "AUDVARS.LIB".

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
           05  LINE 08 COLUMN 32   VALUE   " I - Registrar Devolucao".
           05  LINE 10 COLUMN 32   VALUE   " C - Consulta".
           05  LINE 12 COLUMN 32   VALUE   " X - Finalizar".
           05  LINE 14 COLUMN 32   VALUE   "[ ]  Opcao".
           05  LINE 14 COLUMN 33   PIC Z9  USING AX-OPCAO.

       01  T-DISPLAY.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 04 COLUMN 10   VALUE   "Devolucao de Pedidos".
           05  LINE 06 COLUMN 10   VALUE   "Pedido.......:".
           05  LINE 08 COLUMN 10   VALUE   "Data.........:".
           05  LINE 10 COLUMN 10   VALUE   "Cliente......:".
           05  LINE 12 COLUMN 10   VALUE   "Vendedor.....:".
           05  LINE 14 COLUMN 10   VALUE   "Valor Total..:".
           05  LINE 14 COLUMN 40   VALUE   "Situacao.....:".
           05  LINE 16 COLUMN 10   VALUE   "Motivo.......:".
           05  LINE 18 COLUMN 10   VALUE   "Data Devol...:".

       01  T-NUMERO.
           05  LINE 06 COLUMN 25   PIC ZZZZZ9 USING PED-NUMERO.

       01  T-PEDIDO.
           05  LINE 08 COLUMN 25   PIC 9(008) FROM PED-DATA.
           05  LINE 10 COLUMN 25   PIC ZZZZZ9 FROM PED-CLI-CODIGO.
           05  LINE 10 COLUMN 33   PIC X(034) FROM WS-NOME-CLIENTE.
           05  LINE 12 COLUMN 25   PIC ZZZZZ9 FROM PED-VND-CODIGO.
           05  LINE 12 COLUMN 33   PIC X(034) FROM WS-NOME-VENDEDOR.
           05  LINE 14 COLUMN 25   PIC ZZZ.ZZZ.ZZ9,99 FROM PED-VALOR-TOTAL.
           05  LINE 14 COLUMN 55   PIC X(010) FROM WS-SIT-DESCRICAO.
           05  LINE 18 COLUMN 25   PIC 9(008) FROM WS-DATA-SISTEMA.

       01  T-MOTIVO.
           05  LINE 16 COLUMN 25   PIC 99     USING WS-MOTIVO.

       01  T-MOT-DESCR.
           05  LINE 16 COLUMN 33   PIC X(030) FROM WS-MOT-DESCRICAO.

       01  T-MOT-LISTA.
           05  LINE 20 COLUMN 10   VALUE   "01-Avaria/Defeito  02-Produto Divergente  03-Desistencia".
           05  LINE 21 COLUMN 10   VALUE   "04-Prazo de Validade  05-Outros".

       01  T-ITENS.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 04 COLUMN 10   VALUE   "Itens Devolvidos do Pedido".
           05  LINE 04 COLUMN 38   PIC ZZZZZ9 FROM PED-NUMERO.
           05  LINE 06 COLUMN 10   VALUE   "Linha........:".
           05  LINE 06 COLUMN 25   PIC ZZ9 FROM WS-ITE-LINHA.
           05  LINE 08 COLUMN 10   VALUE   "Produto......:".
           05  LINE 08 COLUMN 25   PIC X(034) FROM WS-ITE-DESCRICAO.
           05  LINE 10 COLUMN 10   VALUE   "Qtd. Vendida.:".
           05  LINE 10 COLUMN 25   PIC ZZZ9 FROM WS-ITE-VENDIDA.
           05  LINE 10 COLUMN 40   VALUE   "Ja Devolvida.:".
           05  LINE 10 COLUMN 55   PIC ZZZ9 FROM WS-ITE-DEVOLVIDA.
           05  LINE 12 COLUMN 10   VALUE   "Preco Unit...:".
           05  LINE 12 COLUMN 25   PIC Z.ZZZ.ZZ9,99 FROM WS-ITE-PRECO.
           05  LINE 14 COLUMN 10   VALUE   "Qtd. Devolver:".
           05  LINE 18 COLUMN 10   VALUE   "Total Devol..:".
           05  LINE 18 COLUMN 25   PIC ZZZ.ZZZ.ZZ9,99 FROM WS-DEV-TOTAL.

       01  T-DEVOLVER.
           05  LINE 14 COLUMN 25   PIC ZZZ9 USING WS-ITE-DEVOLVER.

       01  T-DEV-CONS.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 04 COLUMN 10   VALUE   "Devolucoes do Pedido".
           05  LINE 04 COLUMN 32   PIC ZZZZZ9 FROM DEV-PED-NUMERO.
           05  LINE 06 COLUMN 10   VALUE   "Sequencia....:".
           05  LINE 06 COLUMN 25   PIC ZZ9 FROM DEV-SEQUENCIA.
           05  LINE 08 COLUMN 10   VALUE   "Data Devol...:".
           05  LINE 08 COLUMN 25   PIC 9(008) FROM DEV-DATA.
           05  LINE 10 COLUMN 10   VALUE   "Linha........:".
           05  LINE 10 COLUMN 25   PIC ZZ9 FROM DEV-ITE-LINHA.
           05  LINE 12 COLUMN 10   VALUE   "Produto......:".
           05  LINE 12 COLUMN 25   PIC ZZZZZ9 FROM DEV-PRO-CODIGO.
           05  LINE 12 COLUMN 33   PIC X(034) FROM WS-ITE-DESCRICAO.
           05  LINE 14 COLUMN 10   VALUE   "Quantidade...:".
           05  LINE 14 COLUMN 25   PIC ZZZ9 FROM DEV-QUANTIDADE.
           05  LINE 16 COLUMN 10   VALUE   "Valor........:".
           05  LINE 16 COLUMN 25   PIC ZZZ.ZZZ.ZZ9,99 FROM DEV-VALOR.
           05  LINE 18 COLUMN 10   VALUE   "Motivo.......:".
           05  LINE 18 COLUMN 25   PIC 99 FROM DEV-MOTIVO.
           05  LINE 18 COLUMN 33   PIC X(030) FROM WS-MOT-DESCRICAO.
           05  LINE 20 COLUMN 10   VALUE   "Operador.....:".
           05  LINE 20 COLUMN 25   PIC X(010) FROM DEV-OPERADOR.

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
                                           PERFORM R-REGISTRA
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
       R-REGISTRA.
      *>----------------------------------------------------------------
           PERFORM     R-IO-CADPED
           IF          AX-STATUS NOT EQUAL "00" AND "05"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       INITIALIZE  PED-REGISTRO
                       MOVE        SPACES              TO  WS-NOME-CLIENTE
                                                           WS-NOME-VENDEDOR
                                                           WS-SIT-DESCRICAO
                                                           WS-MOT-DESCRICAO
                       MOVE        ZEROS               TO  WS-MOTIVO
                       ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD
                       MOVE        "[ESC] para Sair"   TO  AX-MENSAGEM
                       DISPLAY     T-DISPLAY   T-NUMERO    T-MENS
                       ACCEPT      T-NUMERO    ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT

                       READ        CADPED  WITH LOCK
                       IF          AX-STATUS EQUAL "51"
                                   MOVE        PED-NUMERO          TO  WS-LOCK-CHAVE
                                   MOVE        WS-LOCK-MENSAGEM    TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF
                       IF          AX-STATUS NOT EQUAL "00"
                                   MOVE        "Pedido nao Encontrado! [ENTER]"    TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-BUSCA-NOMES
                       DISPLAY     T-PEDIDO

                       IF          NOT PED-SIT-FATURADO
                                   UNLOCK      CADPED  RECORD
                                   MOVE        "Pedido nao Faturado! Devolucao nao Permitida. [ENTER]"     TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-CHECA-COMPETENCIA
                       IF          WS-PER-FECHADA
                                   UNLOCK      CADPED  RECORD
                                   MOVE        "Competencia Atual Fechada! Devolucao nao Permitida. [ENTER]"   TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-INFORMA-MOTIVO
                       IF          WS-DEV-ABANDONA
                                   UNLOCK      CADPED  RECORD
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-CARREGA-ITENS
                       IF          WS-DEV-QTD EQUAL ZEROS
                                   UNLOCK      CADPED  RECORD
                                   MOVE        "Pedido sem Itens Gravados! [ENTER]"    TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-CAPTA-QUANTIDADES
                       IF          WS-DEV-ABANDONA
                       OR          WS-DEV-TOTAL EQUAL ZEROS
                                   UNLOCK      CADPED  RECORD
                                   MOVE        "Nenhum Item Devolvido! [ENTER]"    TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        "Confirma a Devolucao? (S/N)"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       IF          AX-CONF NOT EQUAL "s" AND "S"
                                   UNLOCK      CADPED  RECORD
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-GRAVA-DEVOLUCAO
                       IF          WS-DEV-GRAVADO GREATER ZEROS
                                   PERFORM     R-APLICA-CREDITO
                                   PERFORM     R-AUDITA-DEVOLUCAO
                       END-IF

                       UNLOCK      CADPED  RECORD

                       IF          WS-DEV-ERRO
                                   MOVE        WS-ERR-MENSAGEM     TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   IF          WS-DEV-GRAVADO EQUAL ZEROS
                                               EXIT        PERFORM     CYCLE
                                   END-IF
                       END-IF

                       MOVE        WS-DEV-ABATIDO      TO  WS-DEV-MSG-ABATIDO
                       MOVE        WS-DEV-CREDITO      TO  WS-DEV-MSG-CREDITO
                       MOVE        WS-DEV-MENSAGEM     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS

           END-PERFORM

           CLOSE       CADPED

           EXIT.

      *>----------------------------------------------------------------
       R-INFORMA-MOTIVO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-DEV-SAIDA

           PERFORM     UNTIL   EXIT
                       MOVE        "[ESC] Para Sair"   TO  AX-MENSAGEM
                       DISPLAY     T-MOT-LISTA T-MENS
                       ACCEPT      T-MOTIVO    ON ESCAPE
                                   MOVE        "S"     TO  WS-DEV-SAIDA
                                   EXIT        PERFORM
                       END-ACCEPT

                       MOVE        WS-MOTIVO           TO  DEV-MOTIVO
                       PERFORM     R-DESCREVE-MOTIVO
                       DISPLAY     T-MOT-DESCR

                       IF          NOT DEV-MOT-VALIDO
                                   MOVE        "Motivo Invalido! Informe de 01 a 05. [ENTER]"  TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       EXIT        PERFORM
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-DESCREVE-MOTIVO.
      *>----------------------------------------------------------------
           EVALUATE    TRUE
               WHEN    DEV-MOT-AVARIA
                       MOVE        "Avaria / Defeito"          TO  WS-MOT-DESCRICAO
               WHEN    DEV-MOT-DIVERGENTE
                       MOVE        "Produto Divergente"        TO  WS-MOT-DESCRICAO
               WHEN    DEV-MOT-DESISTENCIA
                       MOVE        "Desistencia do Cliente"    TO  WS-MOT-DESCRICAO
               WHEN    DEV-MOT-VALIDADE
                       MOVE        "Prazo de Validade"         TO  WS-MOT-DESCRICAO
               WHEN    DEV-MOT-OUTROS
                       MOVE        "Outros"                    TO  WS-MOT-DESCRICAO
               WHEN    OTHER
                       MOVE        SPACES                      TO  WS-MOT-DESCRICAO
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
       R-CARREGA-ITENS.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-DEV-QTD
                                                   WS-DEV-SEQUENCIA
           INITIALIZE  WS-DEV-TABELA

           OPEN        INPUT       CADITE
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           OPEN        INPUT       CADPRO

           MOVE        PED-NUMERO              TO  ITE-PED-NUMERO
           MOVE        ZEROS                   TO  ITE-LINHA
           START       CADITE      KEY NOT LESS ITE-CHAVE
           IF          AX-STATUS EQUAL "00"
                       PERFORM     UNTIL   EXIT
                                   READ        CADITE      NEXT
                                   IF          AX-STATUS NOT EQUAL "00"
                                   OR          ITE-PED-NUMERO NOT EQUAL PED-NUMERO
                                   OR          WS-DEV-QTD NOT LESS WS-DEV-MAX
                                               EXIT        PERFORM
                                   END-IF
                                   ADD         1                   TO  WS-DEV-QTD
                                   MOVE        ITE-LINHA           TO  WS-DTAB-LINHA(WS-DEV-QTD)
                                   MOVE        ITE-PRO-CODIGO      TO  WS-DTAB-PRODUTO(WS-DEV-QTD)
                                   MOVE        ITE-QUANTIDADE      TO  WS-DTAB-VENDIDA(WS-DEV-QTD)
                                   MOVE        ITE-PRECO-UNIT      TO  WS-DTAB-PRECO(WS-DEV-QTD)
                                   MOVE        ITE-PRO-CODIGO      TO  PRO-CODIGO
                                   READ        CADPRO
                                   IF          AX-STATUS EQUAL "00"
                                               MOVE    PRO-DESCRICAO(1:34)
                                                       TO  WS-DTAB-DESCRICAO(WS-DEV-QTD)
                                   END-IF
                       END-PERFORM
           END-IF

           CLOSE       CADITE      CADPRO

           OPEN        INPUT       CADDEV
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           MOVE        PED-NUMERO              TO  DEV-PED-NUMERO
           MOVE        ZEROS                   TO  DEV-SEQUENCIA
           START       CADDEV      KEY NOT LESS DEV-CHAVE
           IF          AX-STATUS EQUAL "00"
                       PERFORM     UNTIL   EXIT
                                   READ        CADDEV      NEXT
                                   IF          AX-STATUS NOT EQUAL "00"
                                   OR          DEV-PED-NUMERO NOT EQUAL PED-NUMERO
                                               EXIT        PERFORM
                                   END-IF
                                   MOVE        DEV-SEQUENCIA       TO  WS-DEV-SEQUENCIA
                                   PERFORM     VARYING WS-DEV-SUB FROM 1 BY 1
                                               UNTIL   WS-DEV-SUB GREATER WS-DEV-QTD
                                               IF      WS-DTAB-LINHA(WS-DEV-SUB) EQUAL DEV-ITE-LINHA
                                                       ADD     DEV-QUANTIDADE  TO  WS-DTAB-DEVOLVIDA(WS-DEV-SUB)
                                               END-IF
                                   END-PERFORM
                       END-PERFORM
           END-IF

           CLOSE       CADDEV

           EXIT.

      *>----------------------------------------------------------------
       R-CAPTA-QUANTIDADES.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-DEV-SAIDA
           MOVE        ZEROS                   TO  WS-DEV-TOTAL
           MOVE        1                       TO  WS-DEV-SUB

           PERFORM     UNTIL   WS-DEV-SUB GREATER WS-DEV-QTD
                       MOVE        WS-DTAB-LINHA(WS-DEV-SUB)       TO  WS-ITE-LINHA
                       MOVE        WS-DTAB-DESCRICAO(WS-DEV-SUB)   TO  WS-ITE-DESCRICAO
                       MOVE        WS-DTAB-VENDIDA(WS-DEV-SUB)     TO  WS-ITE-VENDIDA
                       MOVE        WS-DTAB-DEVOLVIDA(WS-DEV-SUB)   TO  WS-ITE-DEVOLVIDA
                       MOVE        WS-DTAB-PRECO(WS-DEV-SUB)       TO  WS-ITE-PRECO
                       MOVE        WS-DTAB-DEVOLVER(WS-DEV-SUB)    TO  WS-ITE-DEVOLVER
                       COMPUTE     WS-ITE-SALDO = WS-ITE-VENDIDA - WS-ITE-DEVOLVIDA

                       IF          WS-ITE-SALDO EQUAL ZEROS
                                   ADD         1       TO  WS-DEV-SUB
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        "[ENTER] Proxima Linha  [ESC] Abandona a Devolucao"     TO  AX-MENSAGEM
                       DISPLAY     T-ITENS     T-DEVOLVER  T-MENS
                       ACCEPT      T-DEVOLVER  ON ESCAPE
                                   MOVE        "S"     TO  WS-DEV-SAIDA
                                   EXIT        PERFORM
                       END-ACCEPT

                       IF          WS-ITE-DEVOLVER GREATER WS-ITE-SALDO
                                   MOVE        "Quantidade Maior que o Saldo Devolvivel da Linha! [ENTER]"     TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        WS-ITE-DEVOLVER     TO  WS-DTAB-DEVOLVER(WS-DEV-SUB)
                       COMPUTE     WS-DEV-VALOR = WS-ITE-DEVOLVER * WS-ITE-PRECO
                       ADD         WS-DEV-VALOR        TO  WS-DEV-TOTAL
                       ADD         1                   TO  WS-DEV-SUB
           END-PERFORM

           DISPLAY     T-ITENS

           EXIT.

      *>----------------------------------------------------------------
       R-GRAVA-DEVOLUCAO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-DEV-GRAVACAO
           MOVE        ZEROS                   TO  WS-DEV-GRAVADO

           PERFORM     R-IO-CADDEV
           IF          AX-STATUS NOT EQUAL "00" AND "05"
                       MOVE        "S"                 TO  WS-DEV-GRAVACAO
                       MOVE        AX-STATUS           TO  WS-ERR-MSG-STATUS
                       MOVE        WS-DTAB-LINHA(1)    TO  WS-ERR-MSG-LINHA
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     VARYING WS-DEV-SUB FROM 1 BY 1
                       UNTIL   WS-DEV-SUB GREATER WS-DEV-QTD
                       OR      WS-DEV-ERRO
                       IF          WS-DTAB-DEVOLVER(WS-DEV-SUB) EQUAL ZEROS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       ADD         1                   TO  WS-DEV-SEQUENCIA
                       INITIALIZE  DEV-REGISTRO
                       MOVE        PED-NUMERO          TO  DEV-PED-NUMERO
                       MOVE        WS-DEV-SEQUENCIA    TO  DEV-SEQUENCIA
                       MOVE        WS-DATA-SISTEMA     TO  DEV-DATA
                       MOVE        PED-CLI-CODIGO      TO  DEV-CLI-CODIGO
                       MOVE        PED-VND-CODIGO      TO  DEV-VND-CODIGO
                       MOVE        WS-DTAB-LINHA(WS-DEV-SUB)
                                                       TO  DEV-ITE-LINHA
                       MOVE        WS-DTAB-PRODUTO(WS-DEV-SUB)
                                                       TO  DEV-PRO-CODIGO
                       MOVE        WS-DTAB-DEVOLVER(WS-DEV-SUB)
                                                       TO  DEV-QUANTIDADE
                       MOVE        WS-DTAB-PRECO(WS-DEV-SUB)
                                                       TO  DEV-PRECO-UNIT
                       COMPUTE     DEV-VALOR = DEV-QUANTIDADE * DEV-PRECO-UNIT
                       MOVE        WS-MOTIVO           TO  DEV-MOTIVO
                       MOVE        WS-OPERADOR         TO  DEV-OPERADOR
                       WRITE       DEV-REGISTRO
                       IF          AX-STATUS NOT EQUAL "00"
                                   MOVE        "S"                 TO  WS-DEV-GRAVACAO
                                   MOVE        AX-STATUS           TO  WS-ERR-MSG-STATUS
                                   MOVE        DEV-ITE-LINHA       TO  WS-ERR-MSG-LINHA
                                   EXIT        PERFORM
                       END-IF

                       MOVE        WS-OPERADOR         TO  WS-MOV-OPERADOR
                       MOVE        DEV-PRO-CODIGO      TO  WS-MOV-PRODUTO
                       MOVE        "D"                 TO  WS-MOV-TIPO
                       MOVE        DEV-QUANTIDADE      TO  WS-MOV-QUANTIDADE
                       MOVE        PED-NUMERO          TO  WS-MOV-DOCUMENTO
                       MOVE        WS-MOT-DESCRICAO    TO  WS-MOV-MOTIVO
                       CALL        "GRVMOV"    USING   WS-MOV-DADOS
                       CANCEL      "GRVMOV"
                       IF          WS-MOV-RETORNO NOT EQUAL "00"
                                   MOVE        "S"                 TO  WS-DEV-GRAVACAO
                                   MOVE        WS-MOV-RETORNO      TO  WS-ERR-MSG-STATUS
                                   MOVE        DEV-ITE-LINHA       TO  WS-ERR-MSG-LINHA
                                   DELETE      CADDEV  RECORD
                                   EXIT        PERFORM
                       END-IF

                       ADD         DEV-VALOR           TO  WS-DEV-GRAVADO
           END-PERFORM

           CLOSE       CADDEV

           EXIT.

      *>----------------------------------------------------------------
       R-APLICA-CREDITO.
      *>----------------------------------------------------------------
           MOVE        WS-DEV-GRAVADO          TO  WS-DEV-RESTANTE
           MOVE        ZEROS                   TO  WS-DEV-ABATIDO
                                                   WS-DEV-CREDITO

           PERFORM     R-IO-CADREC
           IF          AX-STATUS EQUAL "00" OR "05"
                       MOVE        PED-NUMERO          TO  REC-PED-NUMERO
                       MOVE        ZEROS               TO  REC-PARCELA
                       START       CADREC      KEY NOT LESS REC-CHAVE
                       IF          AX-STATUS EQUAL "00"
                                   PERFORM     UNTIL   WS-DEV-RESTANTE EQUAL ZEROS
                                               READ        CADREC      NEXT
                                               IF          AX-STATUS NOT EQUAL "00"
                                               OR          REC-PED-NUMERO NOT EQUAL PED-NUMERO
                                                           EXIT        PERFORM
                                               END-IF
                                               PERFORM     R-ABATE-PARCELA
                                   END-PERFORM
                       END-IF

                       MOVE        PED-CLI-CODIGO      TO  REC-CLI-CODIGO
                       START       CADREC      KEY NOT LESS REC-CLI-CODIGO
                       IF          AX-STATUS EQUAL "00"
                                   PERFORM     UNTIL   WS-DEV-RESTANTE EQUAL ZEROS
                                               READ        CADREC      NEXT
                                               IF          AX-STATUS NOT EQUAL "00"
                                               OR          REC-CLI-CODIGO NOT EQUAL PED-CLI-CODIGO
                                                           EXIT        PERFORM
                                               END-IF
                                               PERFORM     R-ABATE-PARCELA
                                   END-PERFORM
                       END-IF

                       CLOSE       CADREC
           END-IF

           IF          WS-DEV-RESTANTE GREATER ZEROS
                       PERFORM     R-CREDITA-CLIENTE
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-ABATE-PARCELA.
      *>----------------------------------------------------------------
           IF          REC-SIT-PAGO
                       EXIT        PARAGRAPH
           END-IF

           COMPUTE     WS-REC-SALDO = REC-VALOR - REC-VALOR-PAGO
           IF          WS-REC-SALDO NOT GREATER ZEROS
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-REC-SALDO GREATER WS-DEV-RESTANTE
                       MOVE        WS-DEV-RESTANTE     TO  WS-REC-ABATE
           ELSE
                       MOVE        WS-REC-SALDO        TO  WS-REC-ABATE
           END-IF

           SUBTRACT    WS-REC-ABATE            FROM    REC-VALOR
           IF          REC-VALOR-PAGO NOT LESS REC-VALOR
                       MOVE        "P"                 TO  REC-SITUACAO
                       MOVE        WS-DATA-SISTEMA     TO  REC-DATA-PAGTO
           END-IF

           REWRITE     REC-REGISTRO
           IF          AX-STATUS EQUAL "00"
                       SUBTRACT    WS-REC-ABATE    FROM    WS-DEV-RESTANTE
                       ADD         WS-REC-ABATE    TO      WS-DEV-ABATIDO
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-CREDITA-CLIENTE.
      *>----------------------------------------------------------------
           OPEN        I-O         CADCLI
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Erro ao Abrir Cadastro de Clientes! Credito nao Gerado. [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       MOVE        PED-CLI-CODIGO      TO  CLI-CODIGO
                       READ        CADCLI  WITH LOCK
                       IF          AX-STATUS NOT EQUAL "51"
                                   EXIT        PERFORM
                       END-IF
                       MOVE        PED-CLI-CODIGO      TO  WS-LOCK-CHAVE
                       MOVE        WS-LOCK-MENSAGEM    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-PERFORM

           IF          AX-STATUS NOT EQUAL "00"
                       CLOSE       CADCLI
                       MOVE        "Cliente nao Encontrado! Credito nao Gerado. [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           IF          CLI-SALDO-CREDITO NOT NUMERIC
                       MOVE        ZEROS               TO  CLI-SALDO-CREDITO
           END-IF
           MOVE        CLI-SALDO-CREDITO       TO  WS-CLI-SALDO-ANT
           ADD         WS-DEV-RESTANTE         TO  CLI-SALDO-CREDITO
           REWRITE     CLI-REGISTRO
           UNLOCK      CADCLI  RECORD

           IF          AX-STATUS EQUAL "00"
                       MOVE        WS-DEV-RESTANTE     TO  WS-DEV-CREDITO
                       MOVE        ZEROS               TO  WS-DEV-RESTANTE
           END-IF

           CLOSE       CADCLI

           EXIT.

      *>----------------------------------------------------------------
       R-AUDITA-DEVOLUCAO.
      *>----------------------------------------------------------------
           MOVE        "DEVOLUCAO"             TO  WS-AUD-CAMPO
           MOVE        SPACES                  TO  WS-AUD-VALOR-ANT
                                                   WS-AUD-VALOR-NOVO
           STRING      "MOTIVO "   WS-MOTIVO   " "     WS-MOT-DESCRICAO
                                   DELIMITED BY SIZE
                                   INTO    WS-AUD-VALOR-ANT
           MOVE        WS-DEV-GRAVADO          TO  WS-AUD-VAL-EDIT
           MOVE        WS-AUD-VAL-EDIT         TO  WS-AUD-VALOR-NOVO
           PERFORM     R-GRAVA-AUD

           IF          WS-DEV-ABATIDO GREATER ZEROS
                       MOVE        "DEV-ABATIMENTO"    TO  WS-AUD-CAMPO
                       MOVE        SPACES              TO  WS-AUD-VALOR-ANT
                       MOVE        WS-DEV-ABATIDO      TO  WS-AUD-VAL-EDIT
                       MOVE        WS-AUD-VAL-EDIT     TO  WS-AUD-VALOR-NOVO
                       PERFORM     R-GRAVA-AUD
           END-IF

           IF          WS-DEV-CREDITO GREATER ZEROS
                       MOVE        "CLI-SALDO-CRED"    TO  WS-AUD-CAMPO
                       MOVE        WS-CLI-SALDO-ANT    TO  WS-AUD-VAL-EDIT
                       MOVE        WS-AUD-VAL-EDIT     TO  WS-AUD-VALOR-ANT
                       COMPUTE     WS-AUD-VAL-EDIT = WS-CLI-SALDO-ANT + WS-DEV-CREDITO
                       MOVE        WS-AUD-VAL-EDIT     TO  WS-AUD-VALOR-NOVO
                       PERFORM     R-GRAVA-AUD
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-GRAVA-AUD.
      *>----------------------------------------------------------------
           MOVE        WS-OPERADOR             TO  WS-AUD-OPERADOR
           MOVE        "P"                     TO  WS-AUD-ENTIDADE
           MOVE        "D"                     TO  WS-AUD-OPERACAO
           MOVE        PED-NUMERO              TO  WS-AUD-CHAVE
           CALL        "GRVAUD"    USING   WS-AUD-DADOS
           CANCEL      "GRVAUD"

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA.
      *>----------------------------------------------------------------
           PERFORM     UNTIL   EXIT
                       INITIALIZE  PED-REGISTRO
                       MOVE        SPACES              TO  WS-NOME-CLIENTE
                                                           WS-NOME-VENDEDOR
                                                           WS-SIT-DESCRICAO
                                                           WS-MOT-DESCRICAO
                       MOVE        ZEROS               TO  WS-DATA-SISTEMA
                       MOVE        "[ESC] para Sair"   TO  AX-MENSAGEM
                       DISPLAY     T-DISPLAY   T-NUMERO    T-MENS
                       ACCEPT      T-NUMERO    ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT

                       OPEN        INPUT       CADDEV
                       IF          AX-STATUS NOT EQUAL "00"
                                   MOVE        "Nenhuma Devolucao Registrada! [ENTER]"     TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM
                       END-IF

                       OPEN        INPUT       CADPRO

                       MOVE        PED-NUMERO          TO  DEV-PED-NUMERO
                       MOVE        ZEROS               TO  DEV-SEQUENCIA
                       START       CADDEV      KEY NOT LESS DEV-CHAVE
                       IF          AX-STATUS EQUAL "00"
                                   PERFORM     R-CONSULTA-LINHAS
                       ELSE
                                   MOVE        "Pedido sem Devolucoes! [ENTER]"    TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                       END-IF

                       CLOSE       CADDEV      CADPRO
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA-LINHAS.
      *>----------------------------------------------------------------
           PERFORM     UNTIL   EXIT
                       READ        CADDEV      NEXT
                       IF          AX-STATUS NOT EQUAL "00"
                       OR          DEV-PED-NUMERO NOT EQUAL PED-NUMERO
                                   MOVE        "Fim das Devolucoes! [ENTER]"   TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM
                       END-IF

                       MOVE        SPACES              TO  WS-ITE-DESCRICAO
                       MOVE        DEV-PRO-CODIGO      TO  PRO-CODIGO
                       READ        CADPRO
                       IF          AX-STATUS EQUAL "00"
                                   MOVE    PRO-DESCRICAO(1:34) TO  WS-ITE-DESCRICAO
                       END-IF
                       PERFORM     R-DESCREVE-MOTIVO

                       DISPLAY     T-DEV-CONS
                       MOVE        "[ENTER] Proximo  [ESC] Sair"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS      ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-NOMES.
      *>----------------------------------------------------------------
           MOVE        SPACES                  TO  WS-NOME-CLIENTE
                                                   WS-NOME-VENDEDOR

           OPEN        INPUT       CADCLI
           IF          AX-STATUS EQUAL "00"
                       MOVE        PED-CLI-CODIGO      TO  CLI-CODIGO
                       READ        CADCLI
                       IF          AX-STATUS EQUAL "00"
                                   MOVE        CLI-NOME(1:34)  TO  WS-NOME-CLIENTE
                       END-IF
                       CLOSE       CADCLI
           END-IF

           OPEN        INPUT       CADVND
           IF          AX-STATUS EQUAL "00"
                       MOVE        PED-VND-CODIGO      TO  VND-CODIGO
                       READ        CADVND
                       IF          AX-STATUS EQUAL "00"
                                   MOVE        VND-NOME(1:34)  TO  WS-NOME-VENDEDOR
                       END-IF
                       CLOSE       CADVND
           END-IF

           EVALUATE    TRUE
               WHEN    PED-SIT-ABERTO
                       MOVE        "Aberto"        TO  WS-SIT-DESCRICAO
               WHEN    PED-SIT-FATURADO
                       MOVE        "Faturado"      TO  WS-SIT-DESCRICAO
               WHEN    PED-SIT-CANCELADO
                       MOVE        "Cancelado"     TO  WS-SIT-DESCRICAO
               WHEN    OTHER
                       MOVE        SPACES          TO  WS-SIT-DESCRICAO
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
       R-CHECA-COMPETENCIA.
      *>----------------------------------------------------------------
           MOVE        "A"                     TO  WS-PER-SITUACAO
           DIVIDE      WS-DATA-SISTEMA BY  100 GIVING  WS-CHECA-COMPET

           OPEN        INPUT       CADPER
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           MOVE        WS-CHECA-COMPET         TO  PER-COMPETENCIA
           READ        CADPER
           IF          AX-STATUS EQUAL "00"
                       MOVE        PER-SITUACAO    TO  WS-PER-SITUACAO
           END-IF

           CLOSE       CADPER

           EXIT.

      *>----------------------------------------------------------------
       R-IO-CADPED.
      *>----------------------------------------------------------------
           OPEN        I-O         CADPED
           EVALUATE    AX-STATUS
               WHEN    "35"
                       MOVE        "Arquivo de Pedidos nao Localizado! [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
               WHEN    "39"
                       MOVE        "Estrutura do Arquivo de Pedidos Invalida! [ENTER]"     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
               WHEN    "9A"
                       MOVE        "Arquivo de Pedidos Bloqueado em Outro Terminal! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
       R-IO-CADDEV.
      *>----------------------------------------------------------------
           OPEN        I-O         CADDEV
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADDEV
                       CLOSE       CADDEV
                       OPEN        I-O         CADDEV
           END-IF
           EVALUATE    AX-STATUS
               WHEN    "39"
                       MOVE        "Estrutura do Arquivo de Devolucoes Invalida! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
               WHEN    "9A"
                       MOVE        "Arquivo de Devolucoes Bloqueado em Outro Terminal! [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
       R-IO-CADREC.
      *>----------------------------------------------------------------
           OPEN        I-O         CADREC
           EVALUATE    AX-STATUS
               WHEN    "39"
                       MOVE        "Estrutura do Contas a Receber Invalida! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
               WHEN    "9A"
                       MOVE        "Contas a Receber Bloqueado em Outro Terminal! [ENTER]"     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
