      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     RELABC.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : ANALISE ABC (PARETO) DOS PEDIDOS FATURADOS NO
      *>                 PERIODO - CLIENTES POR VALOR (COM O VENDEDOR
      *>                 DA CARTEIRA), PRODUTOS POR VALOR E PRODUTOS
      *>                 POR QUANTIDADE
      *>                 CLASSE PELO PERCENTUAL ACUMULADO ANTES DO ITEM:
      *>                 ABAIXO DO CORTE A = A, ABAIXO DO CORTE B = B,
      *>                 DEMAIS = C (CORTES EM CADPAR ABCPCTA/ABCPCTB)
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
       COPY    "CADCLI.SEL".
       COPY    "CADPRO.SEL".
       COPY    "CADVND.SEL".
       COPY    "CARTEI.SEL".
       COPY    "CADPAR.SEL".
       COPY    "LSTABC.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADPED.FD".
       COPY    "CADITE.FD".
       COPY    "CADCLI.FD".
       COPY    "CADPRO.FD".
       COPY    "CADVND.FD".
       COPY    "CARTEI.FD".
       COPY    "CADPAR.FD".
       COPY    "LSTABC.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-CADPED           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADPED                       VALUE   "S".
           05  AX-EOF-CADITE           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADITE                       VALUE   "S".

       77  WS-PAGINA                   PIC  9(004)     VALUE   ZEROS.
       77  WS-LINHAS-PAGINA            PIC  9(002)     VALUE   ZEROS.
       77  WS-MAX-LINHAS               PIC  9(002)     VALUE   50.
       77  WS-TOT-LIDOS                PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-LISTADOS             PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-PEDIDOS              PIC  9(006)     VALUE   ZEROS.

       01  WS-DATA-SISTEMA             PIC  9(008)     VALUE   ZEROS.

       01  WS-DATA-INICIAL             PIC  9(008)     VALUE   ZEROS.
       01  FILLER  REDEFINES   WS-DATA-INICIAL.
           05  WS-DTI-ANO              PIC  9(004).
           05  WS-DTI-MES              PIC  9(002).
           05  WS-DTI-DIA              PIC  9(002).
       01  WS-DATA-FINAL               PIC  9(008)     VALUE   ZEROS.
       01  FILLER  REDEFINES   WS-DATA-FINAL.
           05  WS-DTF-ANO              PIC  9(004).
           05  WS-DTF-MES              PIC  9(002).
           05  WS-DTF-DIA              PIC  9(002).

       01  WS-PCT-CORTE-A              PIC  9(005)V9(004)
                                                       VALUE   ZEROS.
       01  WS-PCT-CORTE-B              PIC  9(005)V9(004)
                                                       VALUE   ZEROS.
       77  WS-PCT-PADRAO-A             PIC  9(003)     VALUE   80.
       77  WS-PCT-PADRAO-B             PIC  9(003)     VALUE   95.

       01  WS-TABELA-CHEIA             PIC  X(001)     VALUE   "N".
           88  WS-TAB-ESTOUROU                         VALUE   "S".

       77  WS-CLI-MAX                  PIC  9(004)     VALUE   9999.
       77  WS-CLI-QTD                  PIC  9(004)     VALUE   ZEROS.
       77  WS-CLI-SUB                  PIC  9(004)     VALUE   ZEROS.
       01  WS-CLIENTES-TAB.
           05  WS-CLI-ELEMENTO     OCCURS  9999 TIMES.
               10  WS-CLI-CODIGO       PIC  9(006).
               10  WS-CLI-PEDIDOS      PIC  9(006).
               10  WS-CLI-VALOR        PIC  9(011)V9(002).

       77  WS-PRO-MAX                  PIC  9(004)     VALUE   9999.
       77  WS-PRO-QTD                  PIC  9(004)     VALUE   ZEROS.
       77  WS-PRO-SUB                  PIC  9(004)     VALUE   ZEROS.
       01  WS-PRODUTOS-TAB.
           05  WS-PRO-ELEMENTO     OCCURS  9999 TIMES.
               10  WS-PRO-CHAVE        PIC  9(011)V9(002).
               10  WS-PRO-CODIGO       PIC  9(006).
               10  WS-PRO-QUANTIDADE   PIC  9(009).
               10  WS-PRO-VALOR        PIC  9(011)V9(002).

       01  WS-CLI-TROCA                PIC  X(025)     VALUE   SPACES.
       01  WS-PRO-TROCA                PIC  X(041)     VALUE   SPACES.
       77  WS-ORD-SUB                  PIC  9(004)     VALUE   ZEROS.
       77  WS-ORD-MAIOR                PIC  9(004)     VALUE   ZEROS.

       01  WS-TOT-VALOR-CLI            PIC  9(013)V9(002)
                                                       VALUE   ZEROS.
       01  WS-TOT-VALOR-PRO            PIC  9(013)V9(002)
                                                       VALUE   ZEROS.
       01  WS-TOT-QTD-PRO              PIC  9(011)     VALUE   ZEROS.

       01  WS-SECAO                    PIC  X(001)     VALUE   SPACES.
           88  WS-SEC-CLIENTES                         VALUE   "C".
           88  WS-SEC-PRO-VALOR                        VALUE   "V".
           88  WS-SEC-PRO-QUANT                        VALUE   "Q".

       01  WS-ABC-TOTAL                PIC  9(013)V9(002)
                                                       VALUE   ZEROS.
       01  WS-ABC-ITEM                 PIC  9(013)V9(002)
                                                       VALUE   ZEROS.
       01  WS-ABC-ACUM                 PIC  9(013)V9(002)
                                                       VALUE   ZEROS.
       01  WS-ABC-PCT-ANTES            PIC  9(003)V9(004)
                                                       VALUE   ZEROS.
       01  WS-ABC-PCT                  PIC  9(003)V9(002)
                                                       VALUE   ZEROS.
       01  WS-ABC-PCT-ACUM             PIC  9(003)V9(002)
                                                       VALUE   ZEROS.
       01  WS-ABC-CLASSE               PIC  X(001)     VALUE   SPACES.

       01  WS-CLASSES.
           05  WS-CLS-ELEMENTO     OCCURS  3 TIMES.
               10  WS-CLS-ITENS        PIC  9(006).
               10  WS-CLS-SOMA         PIC  9(013)V9(002).
       77  WS-CLS-SUB                  PIC  9(001)     VALUE   ZEROS.
       01  WS-CLS-LETRAS               PIC  X(003)     VALUE   "ABC".
       01  FILLER  REDEFINES   WS-CLS-LETRAS.
           05  WS-CLS-LETRA        OCCURS  3 TIMES
                                       PIC  X(001).

       01  WS-CAB-01.
           05  FILLER                  PIC  X(030)     VALUE   SPACES.
           05  FILLER                  PIC  X(042)     VALUE
               "ANALISE ABC (PARETO) DO FATURAMENTO".
           05  FILLER                  PIC  X(006)     VALUE
               "Data: ".
           05  WS-CAB-01-DATA          PIC  9(008).
           05  FILLER                  PIC  X(004)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               "Pagina: ".
           05  WS-CAB-01-PAGINA        PIC  ZZZ9.

       01  WS-CAB-02.
           05  WS-CAB-02-TITULO        PIC  X(042)     VALUE   SPACES.
           05  FILLER                  PIC  X(009)     VALUE
               "Periodo: ".
           05  WS-CAB-02-INICIAL       PIC  9(008).
           05  FILLER                  PIC  X(003)     VALUE   " a ".
           05  WS-CAB-02-FINAL         PIC  9(008).
           05  FILLER                  PIC  X(012)     VALUE
               "   Cortes: A".
           05  WS-CAB-02-CORTE-A       PIC  ZZ9,99.
           05  FILLER                  PIC  X(004)     VALUE
               "% B".
           05  WS-CAB-02-CORTE-B       PIC  ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   "%".

       01  WS-CAB-03.
           05  FILLER                  PIC  X(005)     VALUE   "Rank".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "Codigo".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(030)     VALUE   "Nome".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "Vend.".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(020)     VALUE
               "Nome do Vendedor".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   " Ped.".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(017)     VALUE
               "            Valor".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "   %".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   " % Ac.".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "Classe".

       01  WS-CAB-04.
           05  FILLER                  PIC  X(005)     VALUE   "Rank".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "Codigo".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(040)     VALUE
               "Descricao".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(011)     VALUE
               " Quantidade".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(017)     VALUE
               "            Valor".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "   %".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   " % Ac.".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "Classe".

       01  WS-DETALHE-CLI.
           05  WS-DTC-RANK             PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTC-CODIGO           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTC-NOME             PIC  X(030).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTC-VND-CODIGO       PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTC-VND-NOME         PIC  X(020).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTC-PEDIDOS          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTC-VALOR            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTC-PCT              PIC  ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTC-PCT-ACUM         PIC  ZZ9,99.
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-DTC-CLASSE           PIC  X(001).

       01  WS-DETALHE-PRO.
           05  WS-DTP-RANK             PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTP-CODIGO           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTP-DESCRICAO        PIC  X(040).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTP-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTP-VALOR            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTP-PCT              PIC  ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DTP-PCT-ACUM         PIC  ZZ9,99.
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-DTP-CLASSE           PIC  X(001).

       01  WS-RODAPE.
           05  FILLER                  PIC  X(019)
                   VALUE   "Classe ...........:".
           05  WS-ROD-CLASSE           PIC  X(001).
           05  FILLER                  PIC  X(005)     VALUE   " ...:".
           05  WS-ROD-ITENS            PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(017)     VALUE
               "   Participacao: ".
           05  WS-ROD-PCT              PIC  ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   "%".

       01  WS-RODAPE-VALOR.
           05  FILLER                  PIC  X(025)
                   VALUE   "Valor Total do Periodo..:".
           05  WS-ROD-VALOR            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE-QUANT.
           05  FILLER                  PIC  X(025)
                   VALUE   "Quantidade Total........:".
           05  WS-ROD-QUANT            PIC  ZZ.ZZZ.ZZZ.ZZ9.

       01  WS-RODAPE-PEDIDOS.
           05  FILLER                  PIC  X(025)
                   VALUE   "Pedidos Faturados.......:".
           05  WS-ROD-PEDIDOS          PIC  ZZZ.ZZ9.

       COPY    "RUNVARS.LIB".

      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           PERFORM     R-RUNCTL-INICIO

           ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY     "Informe a Data Inicial (AAAAMMDD ou zeros = "
                       "inicio do ano): "
           ACCEPT      WS-DATA-INICIAL
           IF          WS-DATA-INICIAL NOT NUMERIC
           OR          WS-DATA-INICIAL EQUAL ZEROS
                       MOVE        WS-DATA-SISTEMA TO  WS-DATA-INICIAL
                       MOVE        01              TO  WS-DTI-MES
                                                       WS-DTI-DIA
           END-IF

           DISPLAY     "Informe a Data Final (AAAAMMDD ou zeros = "
                       "hoje): "
           ACCEPT      WS-DATA-FINAL
           IF          WS-DATA-FINAL NOT NUMERIC
           OR          WS-DATA-FINAL EQUAL ZEROS
                       MOVE        WS-DATA-SISTEMA TO  WS-DATA-FINAL
           END-IF

           IF          WS-DTI-MES LESS 01   OR  WS-DTI-MES GREATER 12
           OR          WS-DTI-DIA LESS 01   OR  WS-DTI-DIA GREATER 31
           OR          WS-DTF-MES LESS 01   OR  WS-DTF-MES GREATER 12
           OR          WS-DTF-DIA LESS 01   OR  WS-DTF-DIA GREATER 31
           OR          WS-DATA-INICIAL GREATER WS-DATA-FINAL
                       DISPLAY     "Periodo Invalido! "
                                   WS-DATA-INICIAL " a " WS-DATA-FINAL
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           PERFORM     R-LE-PARAMETRO

           OPEN        INPUT       CADPED
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPED! Status "
                                   AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADITE
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADITE! Status "
                                   AX-STATUS
                       CLOSE       CADPED
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADCLI
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADCLI! Status "
                                   AX-STATUS
                       CLOSE       CADPED      CADITE
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADPRO
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPRO! Status "
                                   AX-STATUS
                       CLOSE       CADPED      CADITE      CADCLI
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADVND
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADVND! Status "
                                   AX-STATUS
                       CLOSE       CADPED      CADITE      CADCLI
                                   CADPRO
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CARTEI
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CARTEI! Status "
                                   AX-STATUS
                       CLOSE       CADPED      CADITE      CADCLI
                                   CADPRO      CADVND
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        OUTPUT      LSTABC
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir LSTABC! Status "
                                   AX-STATUS
                       CLOSE       CADPED      CADITE      CADCLI
                                   CADPRO      CADVND      CARTEI
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           PERFORM     UNTIL   AX-FIM-CADPED
                       READ        CADPED      NEXT    AT END
                                   SET     AX-FIM-CADPED   TO  TRUE
                       NOT AT END
                                   PERFORM R-PROCESSA-PEDIDO
                       END-READ
           END-PERFORM

           IF          WS-TAB-ESTOUROU
                       DISPLAY     "Tabela de Clientes ou Produtos "
                                   "Cheia! Analise Incompleta."
                       MOVE        4           TO  WS-RUN-RC
           END-IF

           PERFORM     R-LISTA-CLIENTES

           PERFORM     VARYING WS-PRO-SUB FROM 1 BY 1
                       UNTIL   WS-PRO-SUB GREATER WS-PRO-QTD
                       MOVE    WS-PRO-VALOR(WS-PRO-SUB)
                                           TO  WS-PRO-CHAVE(WS-PRO-SUB)
           END-PERFORM
           SET         WS-SEC-PRO-VALOR        TO  TRUE
           PERFORM     R-LISTA-PRODUTOS

           PERFORM     VARYING WS-PRO-SUB FROM 1 BY 1
                       UNTIL   WS-PRO-SUB GREATER WS-PRO-QTD
                       MOVE    WS-PRO-QUANTIDADE(WS-PRO-SUB)
                                           TO  WS-PRO-CHAVE(WS-PRO-SUB)
           END-PERFORM
           SET         WS-SEC-PRO-QUANT        TO  TRUE
           PERFORM     R-LISTA-PRODUTOS

           CLOSE       CADPED      CADITE      CADCLI      CADPRO
                       CADVND      CARTEI      LSTABC

           PERFORM     R-RUNCTL-FIM

           GOBACK.

      *>----------------------------------------------------------------
       R-LE-PARAMETRO.
      *>----------------------------------------------------------------
           MOVE        WS-PCT-PADRAO-A         TO  WS-PCT-CORTE-A
           MOVE        WS-PCT-PADRAO-B         TO  WS-PCT-CORTE-B

           OPEN        INPUT       CADPAR
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "CADPAR Indisponivel! Assumidos "
                                   WS-PCT-PADRAO-A "% e "
                                   WS-PCT-PADRAO-B "% como Cortes."
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "ABCPCTA"               TO  PAR-CODIGO
           READ        CADPAR
           IF          AX-STATUS EQUAL "00"
           AND         PAR-VALOR GREATER ZEROS
                       MOVE        PAR-VALOR   TO  WS-PCT-CORTE-A
           END-IF

           MOVE        "ABCPCTB"               TO  PAR-CODIGO
           READ        CADPAR
           IF          AX-STATUS EQUAL "00"
           AND         PAR-VALOR GREATER ZEROS
                       MOVE        PAR-VALOR   TO  WS-PCT-CORTE-B
           END-IF

           CLOSE       CADPAR

           IF          WS-PCT-CORTE-A NOT LESS WS-PCT-CORTE-B
           OR          WS-PCT-CORTE-B GREATER 100
                       DISPLAY     "Cortes ABC Invalidos no CADPAR! "
                                   "Assumidos " WS-PCT-PADRAO-A
                                   "% e " WS-PCT-PADRAO-B "%."
                       MOVE        WS-PCT-PADRAO-A TO  WS-PCT-CORTE-A
                       MOVE        WS-PCT-PADRAO-B TO  WS-PCT-CORTE-B
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-PROCESSA-PEDIDO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-TOT-LIDOS

           IF          NOT PED-SIT-FATURADO
           OR          PED-DATA LESS WS-DATA-INICIAL
           OR          PED-DATA GREATER WS-DATA-FINAL
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-TOT-PEDIDOS

           PERFORM     R-ACUMULA-CLIENTE

           MOVE        "N"                     TO  AX-EOF-CADITE
           MOVE        PED-NUMERO              TO  ITE-PED-NUMERO
           MOVE        ZEROS                   TO  ITE-LINHA
           START       CADITE      KEY NOT LESS ITE-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADITE
                       READ        CADITE      NEXT    AT END
                                   SET     AX-FIM-CADITE   TO  TRUE
                       NOT AT END
                                   PERFORM R-ACUMULA-PRODUTO
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-ACUMULA-CLIENTE.
      *>----------------------------------------------------------------
           ADD         PED-VALOR-TOTAL         TO  WS-TOT-VALOR-CLI

           PERFORM     VARYING WS-CLI-SUB FROM 1 BY 1
                       UNTIL   WS-CLI-SUB GREATER WS-CLI-QTD
                       OR      WS-CLI-CODIGO(WS-CLI-SUB)
                               EQUAL   PED-CLI-CODIGO
                       CONTINUE
           END-PERFORM

           IF          WS-CLI-SUB GREATER WS-CLI-QTD
                       IF          WS-CLI-QTD NOT LESS WS-CLI-MAX
                                   SET     WS-TAB-ESTOUROU TO  TRUE
                                   EXIT    PARAGRAPH
                       END-IF
                       ADD         1               TO  WS-CLI-QTD
                       MOVE        WS-CLI-QTD      TO  WS-CLI-SUB
                       MOVE        PED-CLI-CODIGO
                                           TO  WS-CLI-CODIGO(WS-CLI-SUB)
                       MOVE        ZEROS
                                       TO  WS-CLI-PEDIDOS(WS-CLI-SUB)
                                           WS-CLI-VALOR(WS-CLI-SUB)
           END-IF

           ADD         1               TO  WS-CLI-PEDIDOS(WS-CLI-SUB)
           ADD         PED-VALOR-TOTAL TO  WS-CLI-VALOR(WS-CLI-SUB)

           EXIT.

      *>----------------------------------------------------------------
       R-ACUMULA-PRODUTO.
      *>----------------------------------------------------------------
           IF          ITE-PED-NUMERO NOT EQUAL PED-NUMERO
                       SET         AX-FIM-CADITE   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           ADD         ITE-VALOR-LINHA         TO  WS-TOT-VALOR-PRO
           ADD         ITE-QUANTIDADE          TO  WS-TOT-QTD-PRO

           PERFORM     VARYING WS-PRO-SUB FROM 1 BY 1
                       UNTIL   WS-PRO-SUB GREATER WS-PRO-QTD
                       OR      WS-PRO-CODIGO(WS-PRO-SUB)
                               EQUAL   ITE-PRO-CODIGO
                       CONTINUE
           END-PERFORM

           IF          WS-PRO-SUB GREATER WS-PRO-QTD
                       IF          WS-PRO-QTD NOT LESS WS-PRO-MAX
                                   SET     WS-TAB-ESTOUROU TO  TRUE
                                   EXIT    PARAGRAPH
                       END-IF
                       ADD         1               TO  WS-PRO-QTD
                       MOVE        WS-PRO-QTD      TO  WS-PRO-SUB
                       MOVE        ITE-PRO-CODIGO
                                           TO  WS-PRO-CODIGO(WS-PRO-SUB)
                       MOVE        ZEROS   TO  WS-PRO-CHAVE(WS-PRO-SUB)
                                           WS-PRO-QUANTIDADE(WS-PRO-SUB)
                                           WS-PRO-VALOR(WS-PRO-SUB)
           END-IF

           ADD         ITE-QUANTIDADE
                                   TO  WS-PRO-QUANTIDADE(WS-PRO-SUB)
           ADD         ITE-VALOR-LINHA TO  WS-PRO-VALOR(WS-PRO-SUB)

           EXIT.

      *>----------------------------------------------------------------
       R-ORDENA-CLIENTES.
      *>----------------------------------------------------------------
           PERFORM     VARYING WS-CLI-SUB FROM 1 BY 1
                       UNTIL   WS-CLI-SUB NOT LESS WS-CLI-QTD
                       MOVE    WS-CLI-SUB      TO  WS-ORD-MAIOR
                       PERFORM VARYING WS-ORD-SUB FROM WS-CLI-SUB BY 1
                               UNTIL   WS-ORD-SUB GREATER WS-CLI-QTD
                               IF  WS-CLI-VALOR(WS-ORD-SUB)
                                   GREATER WS-CLI-VALOR(WS-ORD-MAIOR)
                               OR (WS-CLI-VALOR(WS-ORD-SUB)
                                   EQUAL   WS-CLI-VALOR(WS-ORD-MAIOR)
                               AND WS-CLI-CODIGO(WS-ORD-SUB)
                                   LESS    WS-CLI-CODIGO(WS-ORD-MAIOR))
                                   MOVE    WS-ORD-SUB  TO  WS-ORD-MAIOR
                               END-IF
                       END-PERFORM
                       IF      WS-ORD-MAIOR NOT EQUAL WS-CLI-SUB
                               MOVE    WS-CLI-ELEMENTO(WS-CLI-SUB)
                                                   TO  WS-CLI-TROCA
                               MOVE    WS-CLI-ELEMENTO(WS-ORD-MAIOR)
                                       TO  WS-CLI-ELEMENTO(WS-CLI-SUB)
                               MOVE    WS-CLI-TROCA
                                       TO  WS-CLI-ELEMENTO(WS-ORD-MAIOR)
                       END-IF
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-ORDENA-PRODUTOS.
      *>----------------------------------------------------------------
           PERFORM     VARYING WS-PRO-SUB FROM 1 BY 1
                       UNTIL   WS-PRO-SUB NOT LESS WS-PRO-QTD
                       MOVE    WS-PRO-SUB      TO  WS-ORD-MAIOR
                       PERFORM VARYING WS-ORD-SUB FROM WS-PRO-SUB BY 1
                               UNTIL   WS-ORD-SUB GREATER WS-PRO-QTD
                               IF  WS-PRO-CHAVE(WS-ORD-SUB)
                                   GREATER WS-PRO-CHAVE(WS-ORD-MAIOR)
                               OR (WS-PRO-CHAVE(WS-ORD-SUB)
                                   EQUAL   WS-PRO-CHAVE(WS-ORD-MAIOR)
                               AND WS-PRO-CODIGO(WS-ORD-SUB)
                                   LESS    WS-PRO-CODIGO(WS-ORD-MAIOR))
                                   MOVE    WS-ORD-SUB  TO  WS-ORD-MAIOR
                               END-IF
                       END-PERFORM
                       IF      WS-ORD-MAIOR NOT EQUAL WS-PRO-SUB
                               MOVE    WS-PRO-ELEMENTO(WS-PRO-SUB)
                                                   TO  WS-PRO-TROCA
                               MOVE    WS-PRO-ELEMENTO(WS-ORD-MAIOR)
                                       TO  WS-PRO-ELEMENTO(WS-PRO-SUB)
                               MOVE    WS-PRO-TROCA
                                       TO  WS-PRO-ELEMENTO(WS-ORD-MAIOR)
                       END-IF
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-CABECALHO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-PAGINA
           MOVE        WS-PAGINA               TO  WS-CAB-01-PAGINA
           MOVE        WS-DATA-SISTEMA         TO  WS-CAB-01-DATA
           MOVE        WS-DATA-INICIAL         TO  WS-CAB-02-INICIAL
           MOVE        WS-DATA-FINAL           TO  WS-CAB-02-FINAL
           MOVE        WS-PCT-CORTE-A          TO  WS-CAB-02-CORTE-A
           MOVE        WS-PCT-CORTE-B          TO  WS-CAB-02-CORTE-B

           EVALUATE    TRUE
               WHEN    WS-SEC-CLIENTES
                       MOVE    "CLIENTES POR VALOR"
                                               TO  WS-CAB-02-TITULO
               WHEN    WS-SEC-PRO-VALOR
                       MOVE    "PRODUTOS POR VALOR"
                                               TO  WS-CAB-02-TITULO
               WHEN    OTHER
                       MOVE    "PRODUTOS POR QUANTIDADE"
                                               TO  WS-CAB-02-TITULO
           END-EVALUATE

           WRITE       LIN-LSTABC  FROM    WS-CAB-01
           WRITE       LIN-LSTABC  FROM    WS-CAB-02
           IF          WS-SEC-CLIENTES
                       WRITE       LIN-LSTABC  FROM    WS-CAB-03
           ELSE
                       WRITE       LIN-LSTABC  FROM    WS-CAB-04
           END-IF
           MOVE        ZEROS                   TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-CLASSIFICA.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-ABC-PCT
                                                   WS-ABC-PCT-ACUM
                                                   WS-ABC-PCT-ANTES

           IF          WS-ABC-TOTAL GREATER ZEROS
                       COMPUTE     WS-ABC-PCT-ANTES
                                   = WS-ABC-ACUM * 100 / WS-ABC-TOTAL
                       ADD         WS-ABC-ITEM TO  WS-ABC-ACUM
                       COMPUTE     WS-ABC-PCT ROUNDED
                                   = WS-ABC-ITEM * 100 / WS-ABC-TOTAL
                       COMPUTE     WS-ABC-PCT-ACUM ROUNDED
                                   = WS-ABC-ACUM * 100 / WS-ABC-TOTAL
           END-IF

           EVALUATE    TRUE
               WHEN    WS-ABC-PCT-ANTES LESS WS-PCT-CORTE-A
                       MOVE        1           TO  WS-CLS-SUB
               WHEN    WS-ABC-PCT-ANTES LESS WS-PCT-CORTE-B
                       MOVE        2           TO  WS-CLS-SUB
               WHEN    OTHER
                       MOVE        3           TO  WS-CLS-SUB
           END-EVALUATE

           MOVE        WS-CLS-LETRA(WS-CLS-SUB)    TO  WS-ABC-CLASSE
           ADD         1               TO  WS-CLS-ITENS(WS-CLS-SUB)
           ADD         WS-ABC-ITEM     TO  WS-CLS-SOMA(WS-CLS-SUB)

           EXIT.

      *>----------------------------------------------------------------
       R-LISTA-CLIENTES.
      *>----------------------------------------------------------------
           SET         WS-SEC-CLIENTES         TO  TRUE
           PERFORM     R-ORDENA-CLIENTES

           INITIALIZE  WS-CLASSES
           MOVE        WS-TOT-VALOR-CLI        TO  WS-ABC-TOTAL
           MOVE        ZEROS                   TO  WS-ABC-ACUM

           PERFORM     R-CABECALHO

           PERFORM     VARYING WS-CLI-SUB FROM 1 BY 1
                       UNTIL   WS-CLI-SUB GREATER WS-CLI-QTD
                       PERFORM R-DETALHE-CLIENTE
           END-PERFORM

           MOVE        WS-TOT-PEDIDOS          TO  WS-ROD-PEDIDOS
           MOVE        WS-TOT-VALOR-CLI        TO  WS-ROD-VALOR
           WRITE       LIN-LSTABC  FROM    SPACES
           WRITE       LIN-LSTABC  FROM    WS-RODAPE-PEDIDOS
           WRITE       LIN-LSTABC  FROM    WS-RODAPE-VALOR
           PERFORM     R-RODAPE-CLASSES

           EXIT.

      *>----------------------------------------------------------------
       R-DETALHE-CLIENTE.
      *>----------------------------------------------------------------
           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO
           END-IF

           MOVE        WS-CLI-VALOR(WS-CLI-SUB)    TO  WS-ABC-ITEM
           PERFORM     R-CLASSIFICA

           MOVE        SPACES                  TO  WS-DTC-NOME
                                                   WS-DTC-VND-NOME
           MOVE        ZEROS                   TO  WS-DTC-VND-CODIGO

           MOVE        WS-CLI-CODIGO(WS-CLI-SUB)   TO  CLI-CODIGO
           READ        CADCLI
           IF          AX-STATUS EQUAL "00"
                       MOVE        CLI-NOME        TO  WS-DTC-NOME
           END-IF

           MOVE        WS-CLI-CODIGO(WS-CLI-SUB)   TO  CAR-CLI-CODIGO
           READ        CARTEI
           IF          AX-STATUS EQUAL "00"
                       MOVE        CAR-VND-CODIGO  TO  WS-DTC-VND-CODIGO
                       MOVE        CAR-VND-CODIGO  TO  VND-CODIGO
                       READ        CADVND
                       IF          AX-STATUS EQUAL "00"
                                   MOVE    VND-NOME
                                                   TO  WS-DTC-VND-NOME
                       END-IF
           ELSE
                       MOVE        "SEM CARTEIRA"  TO  WS-DTC-VND-NOME
           END-IF

           MOVE        WS-CLI-SUB                  TO  WS-DTC-RANK
           MOVE        WS-CLI-CODIGO(WS-CLI-SUB)   TO  WS-DTC-CODIGO
           MOVE        WS-CLI-PEDIDOS(WS-CLI-SUB)  TO  WS-DTC-PEDIDOS
           MOVE        WS-CLI-VALOR(WS-CLI-SUB)    TO  WS-DTC-VALOR
           MOVE        WS-ABC-PCT                  TO  WS-DTC-PCT
           MOVE        WS-ABC-PCT-ACUM             TO  WS-DTC-PCT-ACUM
           MOVE        WS-ABC-CLASSE               TO  WS-DTC-CLASSE

           WRITE       LIN-LSTABC  FROM    WS-DETALHE-CLI

           ADD         1                       TO  WS-LINHAS-PAGINA
           ADD         1                       TO  WS-TOT-LISTADOS

           EXIT.

      *>----------------------------------------------------------------
       R-LISTA-PRODUTOS.
      *>----------------------------------------------------------------
           PERFORM     R-ORDENA-PRODUTOS

           INITIALIZE  WS-CLASSES
           IF          WS-SEC-PRO-VALOR
                       MOVE        WS-TOT-VALOR-PRO TO  WS-ABC-TOTAL
           ELSE
                       MOVE        WS-TOT-QTD-PRO   TO  WS-ABC-TOTAL
           END-IF
           MOVE        ZEROS                   TO  WS-ABC-ACUM

           PERFORM     R-CABECALHO

           PERFORM     VARYING WS-PRO-SUB FROM 1 BY 1
                       UNTIL   WS-PRO-SUB GREATER WS-PRO-QTD
                       PERFORM R-DETALHE-PRODUTO
           END-PERFORM

           MOVE        WS-TOT-VALOR-PRO        TO  WS-ROD-VALOR
           MOVE        WS-TOT-QTD-PRO          TO  WS-ROD-QUANT
           WRITE       LIN-LSTABC  FROM    SPACES
           WRITE       LIN-LSTABC  FROM    WS-RODAPE-VALOR
           WRITE       LIN-LSTABC  FROM    WS-RODAPE-QUANT
           PERFORM     R-RODAPE-CLASSES

           EXIT.

      *>----------------------------------------------------------------
       R-DETALHE-PRODUTO.
      *>----------------------------------------------------------------
           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO
           END-IF

           MOVE        WS-PRO-CHAVE(WS-PRO-SUB)    TO  WS-ABC-ITEM
           PERFORM     R-CLASSIFICA

           MOVE        SPACES                  TO  WS-DTP-DESCRICAO
           MOVE        WS-PRO-CODIGO(WS-PRO-SUB)   TO  PRO-CODIGO
           READ        CADPRO
           IF          AX-STATUS EQUAL "00"
                       MOVE        PRO-DESCRICAO   TO  WS-DTP-DESCRICAO
           END-IF

           MOVE        WS-PRO-SUB                  TO  WS-DTP-RANK
           MOVE        WS-PRO-CODIGO(WS-PRO-SUB)   TO  WS-DTP-CODIGO
           MOVE        WS-PRO-QUANTIDADE(WS-PRO-SUB)
                                                   TO  WS-DTP-QUANTIDADE
           MOVE        WS-PRO-VALOR(WS-PRO-SUB)    TO  WS-DTP-VALOR
           MOVE        WS-ABC-PCT                  TO  WS-DTP-PCT
           MOVE        WS-ABC-PCT-ACUM             TO  WS-DTP-PCT-ACUM
           MOVE        WS-ABC-CLASSE               TO  WS-DTP-CLASSE

           WRITE       LIN-LSTABC  FROM    WS-DETALHE-PRO

           ADD         1                       TO  WS-LINHAS-PAGINA
           ADD         1                       TO  WS-TOT-LISTADOS

           EXIT.

      *>----------------------------------------------------------------
       R-RODAPE-CLASSES.
      *>----------------------------------------------------------------
           PERFORM     VARYING WS-CLS-SUB FROM 1 BY 1
                       UNTIL   WS-CLS-SUB GREATER 3
                       MOVE    WS-CLS-LETRA(WS-CLS-SUB)
                                                   TO  WS-ROD-CLASSE
                       MOVE    WS-CLS-ITENS(WS-CLS-SUB)
                                                   TO  WS-ROD-ITENS
                       MOVE    ZEROS               TO  WS-ABC-PCT
                       IF      WS-ABC-TOTAL GREATER ZEROS
                               COMPUTE WS-ABC-PCT ROUNDED
                                       = WS-CLS-SOMA(WS-CLS-SUB) * 100
                                       / WS-ABC-TOTAL
                       END-IF
                       MOVE    WS-ABC-PCT          TO  WS-ROD-PCT
                       WRITE   LIN-LSTABC  FROM    WS-RODAPE
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
           MOVE        "RELABC  "              TO  WS-RUN-JOB
           MOVE        "I"                     TO  WS-RUN-EVENTO
           CALL        "GRVRUN"    USING   WS-RUN-DADOS
           CANCEL      "GRVRUN"

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-FIM.
      *>----------------------------------------------------------------
           MOVE        "F"                     TO  WS-RUN-EVENTO
           MOVE        WS-TOT-LIDOS            TO  WS-RUN-LIDOS
           MOVE        WS-TOT-LISTADOS         TO  WS-RUN-GRAVADOS
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
