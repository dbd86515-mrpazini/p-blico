       COPY    "CADPAR.SEL".
       COPY    "CADPLA.SEL".
       COPY    "CADPER.SEL".
       COPY    "CADDEV.SEL".
       COPY    "LSTCOM.SEL".

      *>----------------------------------------------------------------
       COPY    "CADPAR.FD".
       COPY    "CADPLA.FD".
       COPY    "CADPER.FD".
       COPY    "CADDEV.FD".
       COPY    "LSTCOM.FD".

      *>----------------------------------------------------------------
               88  AX-FIM-CADVND                       VALUE   "S".
           05  AX-EOF-CADPED           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADPED                       VALUE   "S".
           05  AX-EOF-CADDEV           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADDEV                       VALUE   "S".

       77  WS-PAGINA                   PIC  9(004)     VALUE   ZEROS.
       77  WS-LINHAS-PAGINA            PIC  9(002)     VALUE   ZEROS.

       01  WS-COMPETENCIA              PIC  9(006)     VALUE   ZEROS.
       01  WS-PED-COMPET               PIC  9(006)     VALUE   ZEROS.
       01  WS-DEV-COMPET               PIC  9(006)     VALUE   ZEROS.

       01  WS-DATA-SISTEMA.
           05  WS-DTS-ANO              PIC  9(004).
           88  WS-PLANOS-DISPONIVEIS                   VALUE   "S".
       01  WS-TEM-CADCLI               PIC  X(001)     VALUE   "N".
           88  WS-CADCLI-DISPONIVEL                    VALUE   "S".
       01  WS-TEM-CADDEV               PIC  X(001)     VALUE   "N".
           88  WS-CADDEV-DISPONIVEL                    VALUE   "S".

       01  WS-VND-PEDIDOS              PIC  9(006)     VALUE   ZEROS.
       01  WS-VND-VALOR                PIC  9(011)V9(002)
                                                       VALUE   ZEROS.
       01  WS-VND-COMISSAO             PIC  9(011)V9(002)
                                                       VALUE   ZEROS.
       01  WS-VND-DEVOLUCOES           PIC  9(006)     VALUE   ZEROS.
       01  WS-VND-DEVOLVIDO            PIC  9(011)V9(002)
                                                       VALUE   ZEROS.
       01  WS-VND-LIQUIDO              PIC  9(011)V9(002)
                                                       VALUE   ZEROS.

       01  WS-TOT-VENDEDORES           PIC  9(006)     VALUE   ZEROS.
       01  WS-TOT-PEDIDOS              PIC  9(006)     VALUE   ZEROS.
                                                       VALUE   ZEROS.
       01  WS-TOT-COMISSAO             PIC  9(011)V9(002)
                                                       VALUE   ZEROS.
       01  WS-TOT-DEVOLVIDO            PIC  9(011)V9(002)
                                                       VALUE   ZEROS.

       COPY    "RUNVARS.LIB".

               "Pedidos".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(014)     VALUE
               " Valor Vendido".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(014)     VALUE
               "    Devolucoes".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(014)     VALUE
               " Valor Liquido".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(014)     VALUE
               "      Comissao".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-VALOR            PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-DEVOLVIDO        PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-LIQUIDO          PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-COMISSAO         PIC  ZZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE.
                   VALUE   "Total de Comissoes......:".
           05  WS-ROD-COMISSAO         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE-05.
           05  FILLER                  PIC  X(025)
                   VALUE   "Valor Total Devolvido...:".
           05  WS-ROD-DEVOLVIDO        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-EXT-CAB-01.
           05  FILLER                  PIC  X(022)     VALUE
               "EXTRATO DE COMISSAO - ".
           05  WS-EXT-DET-NOME         PIC  X(025).
           05  WS-EXT-DET-VALOR        PIC  ZZZ.ZZZ.ZZ9,99.

       01  WS-EXT-DEV-DETALHE.
           05  WS-EXT-DEV-PEDIDO       PIC  ZZZZZ9.
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-EXT-DEV-DATA         PIC  9(008).
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-EXT-DEV-CLI          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(011)     VALUE
               "DEVOLUCAO  ".
           05  WS-EXT-DEV-SEQ          PIC  ZZ9.
           05  FILLER                  PIC  X(011)     VALUE   SPACES.
           05  WS-EXT-DEV-VALOR        PIC  ZZZ.ZZZ.ZZ9,99-.

       01  WS-EXT-TOT-01.
           05  FILLER                  PIC  X(025)
                   VALUE   "Valor Vendido...........:".
           05  WS-EXT-TOT-VALOR        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-EXT-TOT-DEV.
           05  FILLER                  PIC  X(025)
                   VALUE   "Valor Devolvido.........:".
           05  WS-EXT-TOT-DEVOLVIDO    PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-EXT-TOT-LIQ.
           05  FILLER                  PIC  X(025)
                   VALUE   "Valor Liquido...........:".
           05  WS-EXT-TOT-LIQUIDO      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-EXT-TOT-02.
           05  FILLER                  PIC  X(025)
                   VALUE   "Faixa Aplicada..........:".
                       SET         WS-CADCLI-DISPONIVEL    TO  TRUE
           END-IF

           OPEN        INPUT       CADDEV
           IF          AX-STATUS EQUAL "00"
                       SET         WS-CADDEV-DISPONIVEL    TO  TRUE
           END-IF

           PERFORM     R-CABECALHO

           MOVE        LOW-VALUES              TO  VND-NOME
           IF          WS-CADCLI-DISPONIVEL
                       CLOSE       CADCLI
           END-IF
           IF          WS-CADDEV-DISPONIVEL
                       CLOSE       CADDEV
           END-IF

           CLOSE       CADVND      CADPED      LSTCOM

       R-PROCESSA-VENDEDOR.
      *>----------------------------------------------------------------
           PERFORM     R-ACUMULA-PEDIDOS
           PERFORM     R-ACUMULA-DEVOLUCOES

           IF          WS-VND-PEDIDOS GREATER ZEROS
           OR          WS-VND-DEVOLUCOES GREATER ZEROS
                       PERFORM     R-DETALHE
           END-IF


           EXIT.

      *>----------------------------------------------------------------
       R-ACUMULA-DEVOLUCOES.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-VND-DEVOLUCOES
                                                   WS-VND-DEVOLVIDO
           MOVE        "N"                     TO  AX-EOF-CADDEV

           IF          WS-CADDEV-DISPONIVEL
                       MOVE        VND-CODIGO      TO  DEV-VND-CODIGO
                       START       CADDEV  KEY NOT LESS DEV-VND-CODIGO
                       IF          AX-STATUS NOT EQUAL "00"
                                   SET     AX-FIM-CADDEV   TO  TRUE
                       END-IF
                       PERFORM     UNTIL   AX-FIM-CADDEV
                                   READ    CADDEV  NEXT    AT END
                                           SET AX-FIM-CADDEV   TO  TRUE
                                   NOT AT END
                                       PERFORM R-ACUMULA-UMA-DEVOLUCAO
                                   END-READ
                       END-PERFORM
           END-IF

           IF          WS-VND-DEVOLVIDO LESS WS-VND-VALOR
                       COMPUTE     WS-VND-LIQUIDO
                                   = WS-VND-VALOR - WS-VND-DEVOLVIDO
           ELSE
                       MOVE        ZEROS       TO  WS-VND-LIQUIDO
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-ACUMULA-UMA-DEVOLUCAO.
      *>----------------------------------------------------------------
           IF          DEV-VND-CODIGO NOT EQUAL VND-CODIGO
                       SET         AX-FIM-CADDEV   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           DIVIDE      DEV-DATA    BY  100     GIVING  WS-DEV-COMPET
           IF          WS-DEV-COMPET NOT EQUAL WS-COMPETENCIA
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-VND-DEVOLUCOES
           ADD         DEV-VALOR               TO  WS-VND-DEVOLVIDO

           EXIT.

      *>----------------------------------------------------------------
       R-DETALHE.
      *>----------------------------------------------------------------

           PERFORM     R-DEFINE-PCT
           COMPUTE     WS-VND-COMISSAO ROUNDED
                       = WS-VND-LIQUIDO * WS-PCT-APLICADO / 100

           MOVE        VND-CODIGO              TO  WS-DET-CODIGO
           MOVE        VND-NOME                TO  WS-DET-NOME
           MOVE        WS-VND-PEDIDOS          TO  WS-DET-PEDIDOS
           MOVE        WS-VND-VALOR            TO  WS-DET-VALOR
           MOVE        WS-VND-DEVOLVIDO        TO  WS-DET-DEVOLVIDO
           MOVE        WS-VND-LIQUIDO          TO  WS-DET-LIQUIDO
           MOVE        WS-VND-COMISSAO         TO  WS-DET-COMISSAO

           WRITE       LIN-LSTCOM  FROM    WS-DETALHE
           ADD         1                       TO  WS-TOT-VENDEDORES
           ADD         WS-VND-PEDIDOS          TO  WS-TOT-PEDIDOS
           ADD         WS-VND-VALOR            TO  WS-TOT-VALOR
           ADD         WS-VND-DEVOLVIDO        TO  WS-TOT-DEVOLVIDO
           ADD         WS-VND-COMISSAO         TO  WS-TOT-COMISSAO

           EXIT.
           MOVE        WS-TOT-PEDIDOS          TO  WS-ROD-PEDIDOS
           MOVE        WS-TOT-VALOR            TO  WS-ROD-VALOR
           MOVE        WS-TOT-COMISSAO         TO  WS-ROD-COMISSAO
           MOVE        WS-TOT-DEVOLVIDO        TO  WS-ROD-DEVOLVIDO
           WRITE       LIN-LSTCOM  FROM    SPACES
           WRITE       LIN-LSTCOM  FROM    WS-RODAPE
           WRITE       LIN-LSTCOM  FROM    WS-RODAPE-02
           WRITE       LIN-LSTCOM  FROM    WS-RODAPE-03
           WRITE       LIN-LSTCOM  FROM    WS-RODAPE-05
           WRITE       LIN-LSTCOM  FROM    WS-RODAPE-04

           EXIT.

           EVALUATE    TRUE
               WHEN    PLA-LIMITE(1) GREATER ZEROS
               AND     WS-VND-LIQUIDO NOT GREATER PLA-LIMITE(1)
                       MOVE        1           TO  WS-FAIXA-APLICADA
               WHEN    PLA-LIMITE(2) GREATER ZEROS
               AND     WS-VND-LIQUIDO NOT GREATER PLA-LIMITE(2)
                       MOVE        2           TO  WS-FAIXA-APLICADA
               WHEN    OTHER
                       MOVE        3           TO  WS-FAIXA-APLICADA
       R-EXTRATO-VENDEDOR.
      *>----------------------------------------------------------------
           PERFORM     R-ACUMULA-PEDIDOS
           PERFORM     R-ACUMULA-DEVOLUCOES

           IF          WS-VND-PEDIDOS EQUAL ZEROS
           AND         WS-VND-DEVOLUCOES EQUAL ZEROS
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-DEFINE-PCT
           COMPUTE     WS-VND-COMISSAO ROUNDED
                       = WS-VND-LIQUIDO * WS-PCT-APLICADO / 100

           MOVE        VND-CODIGO              TO  WS-EXT-CAB-VND
           MOVE        VND-NOME(1:34)          TO  WS-EXT-CAB-NOME
           WRITE       LIN-LSTCOM  FROM    WS-EXT-CAB-02

           PERFORM     R-EXTRATO-PEDIDOS
           PERFORM     R-EXTRATO-DEVOLUCOES

           MOVE        WS-VND-VALOR            TO  WS-EXT-TOT-VALOR
           MOVE        WS-VND-DEVOLVIDO        TO  WS-EXT-TOT-DEVOLVIDO
           MOVE        WS-VND-LIQUIDO          TO  WS-EXT-TOT-LIQUIDO
           MOVE        WS-FAIXA-APLICADA       TO  WS-EXT-TOT-FAIXA
           MOVE        WS-PCT-APLICADO         TO  WS-EXT-TOT-PCT
           MOVE        WS-VND-COMISSAO         TO  WS-EXT-TOT-COMISSAO
           WRITE       LIN-LSTCOM  FROM    WS-EXT-TOT-01
           WRITE       LIN-LSTCOM  FROM    WS-EXT-TOT-DEV
           WRITE       LIN-LSTCOM  FROM    WS-EXT-TOT-LIQ
           WRITE       LIN-LSTCOM  FROM    WS-EXT-TOT-02
           WRITE       LIN-LSTCOM  FROM    WS-EXT-TOT-03


           EXIT.

      *>----------------------------------------------------------------
       R-EXTRATO-DEVOLUCOES.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  AX-EOF-CADDEV

           IF          NOT WS-CADDEV-DISPONIVEL
                       EXIT        PARAGRAPH
           END-IF

           MOVE        VND-CODIGO              TO  DEV-VND-CODIGO
           START       CADDEV      KEY NOT LESS DEV-VND-CODIGO
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADDEV
                       READ        CADDEV      NEXT    AT END
                                   SET     AX-FIM-CADDEV   TO  TRUE
                       NOT AT END
                                   PERFORM R-EXTRATO-UMA-DEVOLUCAO
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-EXTRATO-UMA-DEVOLUCAO.
      *>----------------------------------------------------------------
           IF          DEV-VND-CODIGO NOT EQUAL VND-CODIGO
                       SET         AX-FIM-CADDEV   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           DIVIDE      DEV-DATA    BY  100     GIVING  WS-DEV-COMPET
           IF          WS-DEV-COMPET NOT EQUAL WS-COMPETENCIA
                       EXIT        PARAGRAPH
           END-IF

           MOVE        DEV-PED-NUMERO          TO  WS-EXT-DEV-PEDIDO
           MOVE        DEV-DATA                TO  WS-EXT-DEV-DATA
           MOVE        DEV-CLI-CODIGO          TO  WS-EXT-DEV-CLI
           MOVE        DEV-SEQUENCIA           TO  WS-EXT-DEV-SEQ
           COMPUTE     WS-EXT-DEV-VALOR = DEV-VALOR * -1

           WRITE       LIN-LSTCOM  FROM    WS-EXT-DEV-DETALHE

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
