      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     IMPPED.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL - VALIDA
      *>                 CLIENTE, VENDEDOR (OU CARTEIRA), PRODUTOS E
      *>                 COMPETENCIA, PRECIFICA PELA TABELA DE PRECOS
      *>                 (BUSPRC, COM O PRECO DO CADPRO NA FALTA DE
      *>                 TABELA VIGENTE) E GRAVA CADPED/CADITE.
      *>                 PEDIDOS COM ERRO VAO PARA O ARQUIVO DE
      *>                 REJEITADOS COM O MOTIVO
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
       COPY    "TXTPED.SEL".
       COPY    "CADPED.SEL".
       COPY    "CADPED.SEL"    REPLACING   CADPED      BY  HISPED
                                           LB-CADPED   BY  LB-HISPED
                               LEADING     ==PED-==    BY  ==hPED-==.
       COPY    "CADITE.SEL".
       COPY    "CADCLI.SEL".
       COPY    "CADVND.SEL".
       COPY    "CADPRO.SEL".
       COPY    "CARTEI.SEL".
       COPY    "CADPER.SEL".
       COPY    "REJPED.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "TXTPED.FD".
       COPY    "CADPED.FD".
       COPY    "CADPED.FD"     REPLACING   CADPED      BY  HISPED
                               LEADING     ==PED-==    BY  ==hPED-==.
       COPY    "CADITE.FD".
       COPY    "CADCLI.FD".
       COPY    "CADVND.FD".
       COPY    "CADPRO.FD".
       COPY    "CARTEI.FD".
       COPY    "CADPER.FD".
       COPY    "REJPED.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-TXTPED           PIC  X(001)     VALUE   "N".
               88  AX-FIM-TXTPED                       VALUE   "S".
           05  AX-EOF-CADPED           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADPED                       VALUE   "S".
           05  AX-EOF-HISPED           PIC  X(001)     VALUE   "N".
               88  AX-FIM-HISPED                       VALUE   "S".

       77  WS-TOT-LIDOS                PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-GRAVADOS             PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-REJEITADOS           PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-ITENS                PIC  9(007)     VALUE   ZEROS.

       01  WS-DATA-SISTEMA             PIC  9(008)     VALUE   ZEROS.

       01  WS-CADPER-ARQUIVO           PIC  X(001)     VALUE   "N".
           88  WS-CADPER-DISPONIVEL                    VALUE   "S".

       01  WS-ULTIMO-PEDIDO            PIC  9(006)     VALUE   ZEROS.
       01  WS-GRAVACAO                 PIC  X(001)     VALUE   "N".
           88  WS-PED-GRAVADO                          VALUE   "S".

       01  WS-IMP-CABECALHO.
           05  WS-IMP-REFERENCIA       PIC  X(010).
           05  WS-IMP-DATA             PIC  9(008).
           05  WS-IMP-CLI-CODIGO       PIC  9(006).
           05  WS-IMP-VND-CODIGO       PIC  9(006).

       01  WS-IMP-CAB-ORIGINAL.
           05  WS-IMP-CAB-DATA         PIC  X(008).
           05  WS-IMP-CAB-CLIENTE      PIC  X(006).
           05  WS-IMP-CAB-VENDEDOR     PIC  X(006).

       01  WS-DATA-PED.
           05  WS-DTP-ANO              PIC  9(004).
           05  WS-DTP-MES              PIC  9(002).
           05  WS-DTP-DIA              PIC  9(002).

       01  WS-CHECA-COMPET             PIC  9(006)     VALUE   ZEROS.

       01  WS-IMP-MOTIVO               PIC  X(050)     VALUE   SPACES.
       01  WS-MOT-CODIGO               PIC  9(006)     VALUE   ZEROS.

       77  WS-ITE-MAX                  PIC  9(003)     VALUE   999.
       01  WS-ITE-QTD                  PIC  9(004)     VALUE   ZEROS.
       01  WS-ITE-TABELA.
           05  WS-ITE-ELEMENTO     OCCURS  999 TIMES.
               10  WS-ITAB-PRODUTO     PIC  X(006).
               10  WS-ITAB-QTDADE      PIC  X(004).
               10  WS-ITAB-PRECO       PIC  9(007)V9(002).
               10  WS-ITAB-VALOR       PIC  9(009)V9(002).
       77  WS-ITE-SUB                  PIC  9(004)     VALUE   ZEROS.
       01  WS-ITE-SOMA                 PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-ITE-PRODUTO              PIC  9(006)     VALUE   ZEROS.
       01  WS-ITE-QUANTIDADE           PIC  9(004)     VALUE   ZEROS.

       77  WS-LIN-MAX                  PIC  9(004)     VALUE   1000.
       01  WS-LIN-QTD                  PIC  9(004)     VALUE   ZEROS.
       01  WS-LIN-TABELA.
           05  WS-LIN-ORIGINAL     OCCURS  1000 TIMES
                                       PIC  X(040).
       77  WS-LIN-SUB                  PIC  9(004)     VALUE   ZEROS.

       01  WS-AUD-VAL-EDIT             PIC  ZZZ.ZZZ.ZZ9,99.

       COPY    "AUDVARS.LIB".

       COPY    "PRCVARS.LIB".

       COPY    "RUNVARS.LIB".

      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           PERFORM     R-RUNCTL-INICIO

           ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN        INPUT       TXTPED
           IF          AX-STATUS EQUAL "35"
                       DISPLAY     "Nenhum Arquivo de Pedidos a"
                                   " Importar!"
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir o Arquivo Texto de"
                                   " Pedidos! Status " AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         CADPED
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADPED
                       CLOSE       CADPED
                       OPEN        I-O         CADPED
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPED! Status "
                                   AX-STATUS
                       CLOSE       TXTPED
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         CADITE
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADITE
                       CLOSE       CADITE
                       OPEN        I-O         CADITE
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADITE! Status "
                                   AX-STATUS
                       CLOSE       TXTPED      CADPED
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADCLI
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADCLI! Status "
                                   AX-STATUS
                       CLOSE       TXTPED      CADPED      CADITE
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADVND
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADVND! Status "
                                   AX-STATUS
                       CLOSE       TXTPED      CADPED      CADITE
                                   CADCLI
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADPRO
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPRO! Status "
                                   AX-STATUS
                       CLOSE       TXTPED      CADPED      CADITE
                                   CADCLI      CADVND
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CARTEI
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CARTEI! Status "
                                   AX-STATUS
                       CLOSE       TXTPED      CADPED      CADITE
                                   CADCLI      CADVND      CADPRO
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        OUTPUT      REJPED
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir REJPED! Status "
                                   AX-STATUS
                       CLOSE       TXTPED      CADPED      CADITE
                                   CADCLI      CADVND      CADPRO
                                   CARTEI
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           MOVE        "N"                     TO  WS-CADPER-ARQUIVO
           OPEN        INPUT       CADPER
           IF          AX-STATUS EQUAL "00"
                       MOVE        "S"         TO  WS-CADPER-ARQUIVO
           END-IF

           PERFORM     R-BUSCA-ULTIMO-PEDIDO
           PERFORM     R-BUSCA-ULTIMO-HISTORICO

           PERFORM     R-LE-TXTPED

           PERFORM     UNTIL   AX-FIM-TXTPED
                       PERFORM     R-PROCESSA-PEDIDO
           END-PERFORM

           DISPLAY     "Pedidos Lidos.........: " WS-TOT-LIDOS
           DISPLAY     "Pedidos Importados....: " WS-TOT-GRAVADOS
           DISPLAY     "Pedidos Rejeitados....: " WS-TOT-REJEITADOS
           DISPLAY     "Itens Importados......: " WS-TOT-ITENS

           CLOSE       TXTPED      CADPED      CADITE      CADCLI
                       CADVND      CADPRO      CARTEI      REJPED
           IF          WS-CADPER-DISPONIVEL
                       CLOSE       CADPER
           END-IF

           PERFORM     R-RUNCTL-FIM

           GOBACK.

      *>----------------------------------------------------------------
       R-LE-TXTPED.
      *>----------------------------------------------------------------
           READ        TXTPED      NEXT    AT END
                       SET         AX-FIM-TXTPED   TO  TRUE
           END-READ

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-ULTIMO-PEDIDO.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-ULTIMO-PEDIDO
           MOVE        "N"                     TO  AX-EOF-CADPED

           MOVE        ZEROS                   TO  PED-NUMERO
           START       CADPED      KEY NOT LESS PED-NUMERO
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADPED
                       READ        CADPED      NEXT    AT END
                                   SET     AX-FIM-CADPED   TO  TRUE
                       NOT AT END
                                   MOVE    PED-NUMERO
                                                   TO  WS-ULTIMO-PEDIDO
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-ULTIMO-HISTORICO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  AX-EOF-HISPED

           OPEN        INPUT       HISPED
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           MOVE        ZEROS                   TO  hPED-NUMERO
           START       HISPED      KEY NOT LESS hPED-NUMERO
           IF          AX-STATUS NOT EQUAL "00"
                       CLOSE       HISPED
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-HISPED
                       READ        HISPED      NEXT    AT END
                                   SET     AX-FIM-HISPED   TO  TRUE
                       NOT AT END
                                   IF      hPED-NUMERO GREATER
                                           WS-ULTIMO-PEDIDO
                                           MOVE    hPED-NUMERO
                                                   TO  WS-ULTIMO-PEDIDO
                                   END-IF
                       END-READ
           END-PERFORM

           CLOSE       HISPED

           EXIT.

      *>----------------------------------------------------------------
       R-PROCESSA-PEDIDO.
      *>----------------------------------------------------------------
           MOVE        SPACES                  TO  WS-IMP-MOTIVO
           MOVE        ZEROS                   TO  WS-LIN-QTD
                                                   WS-ITE-QTD
                                                   WS-ITE-SOMA

           IF          NOT TPED-TIPO-CABECALHO
                       ADD         1           TO  WS-TOT-LIDOS
                       MOVE        "Linha sem Cabecalho de Pedido"
                                               TO  WS-IMP-MOTIVO
                       ADD         1           TO  WS-LIN-QTD
                       MOVE        TPED-REGISTRO
                                   TO  WS-LIN-ORIGINAL(WS-LIN-QTD)
                       PERFORM     R-REJEITA-PEDIDO
                       PERFORM     R-LE-TXTPED
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-TOT-LIDOS

           MOVE        TPED-REFERENCIA         TO  WS-IMP-REFERENCIA
           MOVE        TPED-DATA               TO  WS-IMP-CAB-DATA
           MOVE        TPED-CLI-CODIGO         TO  WS-IMP-CAB-CLIENTE
           MOVE        TPED-VND-CODIGO         TO  WS-IMP-CAB-VENDEDOR
           ADD         1                       TO  WS-LIN-QTD
           MOVE        TPED-REGISTRO   TO  WS-LIN-ORIGINAL(WS-LIN-QTD)

           PERFORM     R-LE-TXTPED

           PERFORM     UNTIL   AX-FIM-TXTPED
                       OR      NOT TPED-TIPO-ITEM
                       PERFORM     R-GUARDA-ITEM
                       PERFORM     R-LE-TXTPED
           END-PERFORM

           IF          WS-IMP-MOTIVO EQUAL SPACES
                       PERFORM     R-VALIDA-CABECALHO
           END-IF

           IF          WS-IMP-MOTIVO EQUAL SPACES
                       PERFORM     R-VALIDA-ITENS
           END-IF

           IF          WS-IMP-MOTIVO EQUAL SPACES
                       PERFORM     R-GRAVA-PEDIDO
           END-IF

           IF          WS-IMP-MOTIVO NOT EQUAL SPACES
                       PERFORM     R-REJEITA-PEDIDO
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-GUARDA-ITEM.
      *>----------------------------------------------------------------
           IF          WS-LIN-QTD LESS WS-LIN-MAX
                       ADD         1           TO  WS-LIN-QTD
                       MOVE        TPED-REGISTRO
                                   TO  WS-LIN-ORIGINAL(WS-LIN-QTD)
           END-IF

           IF          WS-ITE-QTD NOT LESS WS-ITE-MAX
                       MOVE        "Limite de Itens do Pedido Excedido"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-ITE-QTD
           MOVE        TPED-PRO-CODIGO TO  WS-ITAB-PRODUTO(WS-ITE-QTD)
           MOVE        TPED-QUANTIDADE TO  WS-ITAB-QTDADE(WS-ITE-QTD)
           MOVE        ZEROS           TO  WS-ITAB-PRECO(WS-ITE-QTD)
                                           WS-ITAB-VALOR(WS-ITE-QTD)

           EXIT.

      *>----------------------------------------------------------------
       R-VALIDA-CABECALHO.
      *>----------------------------------------------------------------
           IF          WS-IMP-CAB-DATA EQUAL SPACES
           OR          WS-IMP-CAB-DATA EQUAL ZEROS
                       MOVE        WS-DATA-SISTEMA TO  WS-IMP-DATA
           ELSE
                       IF          WS-IMP-CAB-DATA NOT NUMERIC
                                   MOVE    "Data do Pedido Invalida"
                                                   TO  WS-IMP-MOTIVO
                                   EXIT    PARAGRAPH
                       END-IF
                       MOVE        WS-IMP-CAB-DATA TO  WS-IMP-DATA
           END-IF

           MOVE        WS-IMP-DATA             TO  WS-DATA-PED
           IF          WS-DTP-ANO  EQUAL ZEROS
           OR          WS-DTP-MES  LESS 1 OR GREATER 12
           OR          WS-DTP-DIA  LESS 1 OR GREATER 31
                       MOVE        "Data do Pedido Invalida"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-CHECA-COMPETENCIA
           IF          WS-IMP-MOTIVO NOT EQUAL SPACES
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-IMP-CAB-CLIENTE NOT NUMERIC
                       MOVE        "Codigo do Cliente Invalido"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF
           MOVE        WS-IMP-CAB-CLIENTE      TO  WS-IMP-CLI-CODIGO

           IF          WS-IMP-CLI-CODIGO EQUAL ZEROS
                       MOVE        "Cliente Obrigatorio"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           MOVE        WS-IMP-CLI-CODIGO       TO  CLI-CODIGO
           READ        CADCLI
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Cliente nao Cadastrado"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           IF          CLI-SIT-INATIVO
                       MOVE        "Cliente Inativo"   TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-IMP-CAB-VENDEDOR EQUAL SPACES
           OR          WS-IMP-CAB-VENDEDOR EQUAL ZEROS
                       PERFORM     R-BUSCA-CARTEIRA
                       IF          WS-IMP-MOTIVO NOT EQUAL SPACES
                                   EXIT        PARAGRAPH
                       END-IF
           ELSE
                       IF          WS-IMP-CAB-VENDEDOR NOT NUMERIC
                                   MOVE    "Codigo do Vendedor Invalido"
                                                   TO  WS-IMP-MOTIVO
                                   EXIT    PARAGRAPH
                       END-IF
                       MOVE        WS-IMP-CAB-VENDEDOR
                                               TO  WS-IMP-VND-CODIGO
           END-IF

           MOVE        WS-IMP-VND-CODIGO       TO  VND-CODIGO
           READ        CADVND
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Vendedor nao Cadastrado"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           IF          VND-SIT-INATIVO
                       MOVE        "Vendedor Inativo"  TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-CARTEIRA.
      *>----------------------------------------------------------------
           MOVE        WS-IMP-CLI-CODIGO       TO  CAR-CLI-CODIGO
           READ        CARTEI
           IF          AX-STATUS NOT EQUAL "00"
           OR          CAR-VND-CODIGO EQUAL ZEROS
                       MOVE        "Cliente sem Vendedor na Carteira"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           MOVE        CAR-VND-CODIGO          TO  WS-IMP-VND-CODIGO

           EXIT.

      *>----------------------------------------------------------------
       R-CHECA-COMPETENCIA.
      *>----------------------------------------------------------------
           IF          NOT WS-CADPER-DISPONIVEL
                       EXIT        PARAGRAPH
           END-IF

           DIVIDE      WS-IMP-DATA     BY  100 GIVING  WS-CHECA-COMPET

           MOVE        WS-CHECA-COMPET         TO  PER-COMPETENCIA
           READ        CADPER
           IF          AX-STATUS EQUAL "00"
           AND         PER-SIT-FECHADA
                       MOVE        "Competencia Fechada"
                                               TO  WS-IMP-MOTIVO
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-VALIDA-ITENS.
      *>----------------------------------------------------------------
           IF          WS-ITE-QTD EQUAL ZEROS
                       MOVE        "Pedido sem Itens"  TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     VARYING WS-ITE-SUB FROM 1 BY 1
                       UNTIL   WS-ITE-SUB GREATER WS-ITE-QTD
                       OR      WS-IMP-MOTIVO NOT EQUAL SPACES
                       PERFORM R-VALIDA-UM-ITEM
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-VALIDA-UM-ITEM.
      *>----------------------------------------------------------------
           IF          WS-ITAB-PRODUTO(WS-ITE-SUB) NOT NUMERIC
                       MOVE        "Codigo do Produto Invalido"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF
           MOVE        WS-ITAB-PRODUTO(WS-ITE-SUB) TO  WS-ITE-PRODUTO
           MOVE        WS-ITE-PRODUTO          TO  WS-MOT-CODIGO

           IF          WS-ITE-PRODUTO EQUAL ZEROS
                       MOVE        "Produto Obrigatorio"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-ITAB-QTDADE(WS-ITE-SUB) NOT NUMERIC
                       STRING      "Quantidade Invalida - Produto "
                                   WS-MOT-CODIGO
                                   DELIMITED BY SIZE
                                   INTO        WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF
           MOVE        WS-ITAB-QTDADE(WS-ITE-SUB)  TO  WS-ITE-QUANTIDADE

           IF          WS-ITE-QUANTIDADE EQUAL ZEROS
                       STRING      "Quantidade Obrigatoria - Produto "
                                   WS-MOT-CODIGO
                                   DELIMITED BY SIZE
                                   INTO        WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           MOVE        WS-ITE-PRODUTO          TO  PRO-CODIGO
           READ        CADPRO
           IF          AX-STATUS NOT EQUAL "00"
                       STRING      "Produto nao Cadastrado - "
                                   WS-MOT-CODIGO
                                   DELIMITED BY SIZE
                                   INTO        WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           IF          PRO-SIT-INATIVO
                       STRING      "Produto Inativo - "
                                   WS-MOT-CODIGO
                                   DELIMITED BY SIZE
                                   INTO        WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-BUSCA-PRECO
           MOVE        WS-PRC-PRECO    TO  WS-ITAB-PRECO(WS-ITE-SUB)
           COMPUTE     WS-ITAB-VALOR(WS-ITE-SUB)
                       = WS-ITE-QUANTIDADE * WS-PRC-PRECO
                       ON SIZE ERROR
                       STRING      "Valor da Linha Excede o Limite - "
                                   WS-MOT-CODIGO
                                   DELIMITED BY SIZE
                                   INTO        WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-COMPUTE

           ADD         WS-ITAB-VALOR(WS-ITE-SUB)   TO  WS-ITE-SOMA
                       ON SIZE ERROR
                       MOVE        "Valor do Pedido Excede o Limite"
                                               TO  WS-IMP-MOTIVO
           END-ADD

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-PRECO.
      *>----------------------------------------------------------------
           MOVE        WS-ITE-PRODUTO          TO  WS-PRC-PRODUTO
           MOVE        WS-IMP-CLI-CODIGO       TO  WS-PRC-CLIENTE
           MOVE        WS-IMP-DATA             TO  WS-PRC-DATA
           MOVE        PRO-PRECO-UNIT          TO  WS-PRC-PRECO-BASE
           CALL        "BUSPRC"    USING   WS-PRC-DADOS
           CANCEL      "BUSPRC"

           EXIT.

      *>----------------------------------------------------------------
       R-GRAVA-PEDIDO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-GRAVACAO

           PERFORM     UNTIL   WS-PED-GRAVADO
                       OR      WS-IMP-MOTIVO NOT EQUAL SPACES
                       PERFORM R-GRAVA-CABECALHO
           END-PERFORM

           IF          WS-IMP-MOTIVO NOT EQUAL SPACES
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     VARYING WS-ITE-SUB FROM 1 BY 1
                       UNTIL   WS-ITE-SUB GREATER WS-ITE-QTD
                       OR      WS-IMP-MOTIVO NOT EQUAL SPACES
                       PERFORM R-GRAVA-UM-ITEM
           END-PERFORM

           IF          WS-IMP-MOTIVO NOT EQUAL SPACES
                       PERFORM     R-DESFAZ-PEDIDO
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-AUDITA-PEDIDO

           ADD         1                       TO  WS-TOT-GRAVADOS

           EXIT.

      *>----------------------------------------------------------------
       R-GRAVA-CABECALHO.
      *>----------------------------------------------------------------
           IF          WS-ULTIMO-PEDIDO NOT LESS 999999
                       MOVE        "Numeracao de Pedidos Esgotada"
                                               TO  WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-ULTIMO-PEDIDO

           INITIALIZE  PED-REGISTRO
           MOVE        WS-ULTIMO-PEDIDO        TO  PED-NUMERO
           MOVE        WS-IMP-DATA             TO  PED-DATA
           MOVE        WS-IMP-CLI-CODIGO       TO  PED-CLI-CODIGO
           MOVE        WS-IMP-VND-CODIGO       TO  PED-VND-CODIGO
           MOVE        WS-ITE-QTD              TO  PED-QTD-ITENS
           MOVE        WS-ITE-SOMA             TO  PED-VALOR-TOTAL
           MOVE        "A"                     TO  PED-SITUACAO

           WRITE       PED-REGISTRO
           EVALUATE    AX-STATUS
               WHEN    "00"
                       MOVE        "S"         TO  WS-GRAVACAO
               WHEN    "22"
                       CONTINUE
               WHEN    OTHER
                       STRING      "Erro na Gravacao do Pedido - "
                                   "Status "   AX-STATUS
                                   DELIMITED BY SIZE
                                   INTO        WS-IMP-MOTIVO
           END-EVALUATE

           EXIT.

      *>----------------------------------------------------------------
       R-GRAVA-UM-ITEM.
      *>----------------------------------------------------------------
           MOVE        PED-NUMERO              TO  ITE-PED-NUMERO
           MOVE        WS-ITE-SUB              TO  ITE-LINHA
           MOVE        WS-ITAB-PRODUTO(WS-ITE-SUB) TO  ITE-PRO-CODIGO
           MOVE        WS-ITAB-QTDADE(WS-ITE-SUB)  TO  ITE-QUANTIDADE
           MOVE        WS-ITAB-PRECO(WS-ITE-SUB)   TO  ITE-PRECO-UNIT
           MOVE        WS-ITAB-VALOR(WS-ITE-SUB)   TO  ITE-VALOR-LINHA

           WRITE       ITE-REGISTRO
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Gravar CADITE! Pedido "
                                   PED-NUMERO " Linha " ITE-LINHA
                                   " Status " AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       STRING      "Erro na Gravacao do Item "
                                   ITE-LINHA   " - Status "
                                   AX-STATUS
                                   DELIMITED BY SIZE
                                   INTO        WS-IMP-MOTIVO
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-TOT-ITENS

           EXIT.

      *>----------------------------------------------------------------
       R-DESFAZ-PEDIDO.
      *>----------------------------------------------------------------
           SUBTRACT    2                       FROM WS-ITE-SUB

           PERFORM     VARYING WS-ITE-SUB FROM WS-ITE-SUB BY -1
                       UNTIL   WS-ITE-SUB LESS 1
                       MOVE    PED-NUMERO      TO  ITE-PED-NUMERO
                       MOVE    WS-ITE-SUB      TO  ITE-LINHA
                       DELETE  CADITE
           END-PERFORM

           DELETE      CADPED
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Excluir CADPED! Pedido "
                                   PED-NUMERO " Status " AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-AUDITA-PEDIDO.
      *>----------------------------------------------------------------
           MOVE        "PED-ORIGEM-WEB"        TO  WS-AUD-CAMPO
           MOVE        SPACES                  TO  WS-AUD-VALOR-ANT
           MOVE        WS-IMP-REFERENCIA       TO  WS-AUD-VALOR-NOVO
           PERFORM     R-GRAVA-AUD

           MOVE        "PED-DATA"              TO  WS-AUD-CAMPO
           MOVE        ZEROS                   TO  WS-AUD-VALOR-ANT
           MOVE        PED-DATA                TO  WS-AUD-VALOR-NOVO
           PERFORM     R-GRAVA-AUD

           MOVE        "PED-CLI-CODIGO"        TO  WS-AUD-CAMPO
           MOVE        ZEROS                   TO  WS-AUD-VALOR-ANT
           MOVE        PED-CLI-CODIGO          TO  WS-AUD-VALOR-NOVO
           PERFORM     R-GRAVA-AUD

           MOVE        "PED-VND-CODIGO"        TO  WS-AUD-CAMPO
           MOVE        ZEROS                   TO  WS-AUD-VALOR-ANT
           MOVE        PED-VND-CODIGO          TO  WS-AUD-VALOR-NOVO
           PERFORM     R-GRAVA-AUD

           MOVE        "PED-QTD-ITENS"         TO  WS-AUD-CAMPO
           MOVE        ZEROS                   TO  WS-AUD-VALOR-ANT
           MOVE        PED-QTD-ITENS           TO  WS-AUD-VALOR-NOVO
           PERFORM     R-GRAVA-AUD

           MOVE        "PED-VALOR-TOTAL"       TO  WS-AUD-CAMPO
           MOVE        ZEROS                   TO  WS-AUD-VAL-EDIT
           MOVE        WS-AUD-VAL-EDIT         TO  WS-AUD-VALOR-ANT
           MOVE        PED-VALOR-TOTAL         TO  WS-AUD-VAL-EDIT
           MOVE        WS-AUD-VAL-EDIT         TO  WS-AUD-VALOR-NOVO
           PERFORM     R-GRAVA-AUD

           MOVE        "PED-SITUACAO"          TO  WS-AUD-CAMPO
           MOVE        SPACES                  TO  WS-AUD-VALOR-ANT
           MOVE        PED-SITUACAO            TO  WS-AUD-VALOR-NOVO
           PERFORM     R-GRAVA-AUD

           EXIT.

      *>----------------------------------------------------------------
       R-GRAVA-AUD.
      *>----------------------------------------------------------------
           MOVE        "BATCH"                 TO  WS-AUD-OPERADOR
           MOVE        "P"                     TO  WS-AUD-ENTIDADE
           MOVE        "I"                     TO  WS-AUD-OPERACAO
           MOVE        PED-NUMERO              TO  WS-AUD-CHAVE
           CALL        "GRVAUD"    USING   WS-AUD-DADOS
           CANCEL      "GRVAUD"

           EXIT.

      *>----------------------------------------------------------------
       R-REJEITA-PEDIDO.
      *>----------------------------------------------------------------
           PERFORM     VARYING WS-LIN-SUB FROM 1 BY 1
                       UNTIL   WS-LIN-SUB GREATER WS-LIN-QTD
                       MOVE    WS-LIN-ORIGINAL(WS-LIN-SUB)
                                               TO  RJP-LINHA
                       MOVE    WS-IMP-MOTIVO   TO  RJP-MOTIVO
                       WRITE   RJP-REGISTRO
           END-PERFORM

           ADD         1                       TO  WS-TOT-REJEITADOS

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
           MOVE        "IMPPED  "              TO  WS-RUN-JOB
           MOVE        "I"                     TO  WS-RUN-EVENTO
           CALL        "GRVRUN"    USING   WS-RUN-DADOS
           CANCEL      "GRVRUN"

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-FIM.
      *>----------------------------------------------------------------
           MOVE        "F"                     TO  WS-RUN-EVENTO
           MOVE        WS-TOT-LIDOS            TO  WS-RUN-LIDOS
           MOVE        WS-TOT-GRAVADOS         TO  WS-RUN-GRAVADOS
           IF          WS-RUN-RC EQUAL ZEROS
                       MOVE        "OK"        TO  WS-RUN-SITUACAO
           ELSE
                       MOVE        "ERRO"      TO  WS-RUN-SITUACAO
           END-IF
           CALL        "GRVRUN"    USING   WS-RUN-DADOS
           CANCEL      "GRVRUN"
           MOVE        WS-RUN-RC               TO  RETURN-CODE

           EXIT.

      *>----------------------------------------------------------------
