      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     RELMET.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : RELATORIO DE ATINGIMENTO DE METAS DE VENDAS
      *>                 POR VENDEDOR - META X FATURADO NA COMPETENCIA
      *>                 E NO ACUMULADO DO ANO, COM O MESMO MES DO ANO
      *>                 ANTERIOR E A RELACAO DOS VENDEDORES ABAIXO DO
      *>                 PERCENTUAL MINIMO (CADPAR)
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
       COPY    "CADVND.SEL".
       COPY    "CADPED.SEL".
       COPY    "CADMET.SEL".
       COPY    "CADPAR.SEL".
       COPY    "LSTMET.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADVND.FD".
       COPY    "CADPED.FD".
       COPY    "CADMET.FD".
       COPY    "CADPAR.FD".
       COPY    "LSTMET.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-CADVND           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADVND                       VALUE   "S".
           05  AX-EOF-CADPED           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADPED                       VALUE   "S".
           05  AX-EOF-CADMET           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADMET                       VALUE   "S".

       77  WS-PAGINA                   PIC  9(004)     VALUE   ZEROS.
       77  WS-LINHAS-PAGINA            PIC  9(002)     VALUE   ZEROS.
       77  WS-MAX-LINHAS               PIC  9(002)     VALUE   50.
       77  WS-TOT-LIDOS                PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-LISTADOS             PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-ABAIXO               PIC  9(006)     VALUE   ZEROS.

       01  WS-COMPETENCIA              PIC  9(006)     VALUE   ZEROS.
       01  FILLER  REDEFINES   WS-COMPETENCIA.
           05  WS-COMPET-ANO           PIC  9(004).
           05  WS-COMPET-MES           PIC  9(002).
       01  WS-COMPET-INICIO-ANO        PIC  9(006)     VALUE   ZEROS.
       01  WS-COMPET-ANO-ANT           PIC  9(006)     VALUE   ZEROS.
       01  WS-PED-COMPET               PIC  9(006)     VALUE   ZEROS.

       01  WS-DATA-SISTEMA.
           05  WS-DTS-ANO              PIC  9(004).
           05  WS-DTS-MES              PIC  9(002).
           05  WS-DTS-DIA              PIC  9(002).

       01  WS-PCT-MINIMO               PIC  9(005)V9(004)
                                                       VALUE   ZEROS.
       77  WS-PCT-PADRAO               PIC  9(003)     VALUE   100.

       01  WS-VND-DADOS.
           05  WS-MET-MES-VALOR        PIC  9(011)V9(002).
           05  WS-MET-MES-PEDIDOS      PIC  9(007).
           05  WS-MET-ANO-VALOR        PIC  9(011)V9(002).
           05  WS-MET-ANO-PEDIDOS      PIC  9(007).
           05  WS-REA-MES-VALOR        PIC  9(011)V9(002).
           05  WS-REA-MES-PEDIDOS      PIC  9(007).
           05  WS-REA-ANO-VALOR        PIC  9(011)V9(002).
           05  WS-REA-ANO-PEDIDOS      PIC  9(007).
           05  WS-REA-ANT-VALOR        PIC  9(011)V9(002).
           05  WS-REA-ANT-PEDIDOS      PIC  9(007).

       01  WS-PCT-MES-VALOR            PIC  9(005)V9(001)
                                                       VALUE   ZEROS.
       01  WS-PCT-MES-PEDIDOS          PIC  9(005)V9(001)
                                                       VALUE   ZEROS.
       01  WS-PCT-ANO-VALOR            PIC  9(005)V9(001)
                                                       VALUE   ZEROS.

       01  WS-ABAIXO                   PIC  X(001)     VALUE   "N".
           88  WS-VND-ABAIXO                           VALUE   "S".

       77  WS-ABX-MAX                  PIC  9(004)     VALUE   9999.
       77  WS-ABX-QTD                  PIC  9(004)     VALUE   ZEROS.
       77  WS-ABX-SUB                  PIC  9(004)     VALUE   ZEROS.
       01  WS-ABAIXO-TAB.
           05  WS-ABX-ELEMENTO     OCCURS  9999 TIMES.
               10  WS-ABX-CODIGO       PIC  9(006).
               10  WS-ABX-NOME         PIC  X(040).
               10  WS-ABX-MET-VALOR    PIC  9(011)V9(002).
               10  WS-ABX-REA-VALOR    PIC  9(011)V9(002).
               10  WS-ABX-PCT-VALOR    PIC  9(005)V9(001).
               10  WS-ABX-MET-PEDIDOS  PIC  9(007).
               10  WS-ABX-REA-PEDIDOS  PIC  9(007).
               10  WS-ABX-PCT-PEDIDOS  PIC  9(005)V9(001).

       01  WS-TOTAIS.
           05  WS-TOT-MET-MES          PIC  9(011)V9(002) VALUE ZEROS.
           05  WS-TOT-REA-MES          PIC  9(011)V9(002) VALUE ZEROS.
           05  WS-TOT-MET-ANO          PIC  9(011)V9(002) VALUE ZEROS.
           05  WS-TOT-REA-ANO          PIC  9(011)V9(002) VALUE ZEROS.
           05  WS-TOT-REA-ANT          PIC  9(011)V9(002) VALUE ZEROS.

       COPY    "RUNVARS.LIB".

       01  WS-CAB-01.
           05  FILLER                  PIC  X(030)     VALUE   SPACES.
           05  FILLER                  PIC  X(042)     VALUE
               "ATINGIMENTO DE METAS DE VENDAS".
           05  FILLER                  PIC  X(013)     VALUE
               "Competencia: ".
           05  WS-CAB-01-COMPET        PIC  9(006).
           05  FILLER                  PIC  X(004)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               "Pagina: ".
           05  WS-CAB-01-PAGINA        PIC  ZZZ9.

       01  WS-CAB-02.
           05  FILLER                  PIC  X(028)     VALUE   SPACES.
           05  FILLER                  PIC  X(054)     VALUE
               "|------------------- NO MES --------------------------".
           05  FILLER                  PIC  X(035)     VALUE
               "|--------- ACUMULADO NO ANO -------".
           05  FILLER                  PIC  X(014)     VALUE
               "| MES ANO ANT.".

       01  WS-CAB-03.
           05  FILLER                  PIC  X(006)     VALUE   "Codigo".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(020)     VALUE   "Nome".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(013)     VALUE
               "   Meta Valor".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(013)     VALUE
               "     Faturado".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "  % Vl".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(005)     VALUE   " Meta".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(005)     VALUE   " Ped.".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   " % Ped".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(013)     VALUE
               "   Meta Valor".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(013)     VALUE
               "     Faturado".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "  % Vl".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(013)     VALUE
               "     Faturado".

       01  WS-DETALHE.
           05  WS-DET-CODIGO           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-NOME             PIC  X(020).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-MET-MES          PIC  ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-REA-MES          PIC  ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-PCT-MES          PIC  ZZZ9,9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-MET-PED          PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-REA-PED          PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-PCT-PED          PIC  ZZZ9,9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-MET-ANO          PIC  ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-REA-ANO          PIC  ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-PCT-ANO          PIC  ZZZ9,9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-REA-ANT          PIC  ZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE.
           05  FILLER                  PIC  X(025)
                   VALUE   "Vendedores Listados.....:".
           05  WS-ROD-LISTADOS         PIC  ZZZ.ZZ9.

       01  WS-RODAPE-02.
           05  FILLER                  PIC  X(025)
                   VALUE   "Meta Total do Mes.......:".
           05  WS-ROD-MET-MES          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(015)     VALUE
               "   Faturado:   ".
           05  WS-ROD-REA-MES          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE-03.
           05  FILLER                  PIC  X(025)
                   VALUE   "Meta Total do Ano.......:".
           05  WS-ROD-MET-ANO          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(015)     VALUE
               "   Faturado:   ".
           05  WS-ROD-REA-ANO          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE-04.
           05  FILLER                  PIC  X(025)
                   VALUE   "Faturado Mes Ano Anter..:".
           05  WS-ROD-REA-ANT          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-CAB-04.
           05  FILLER                  PIC  X(040)     VALUE
               "VENDEDORES ABAIXO DE".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-CAB-04-PCT           PIC  ZZ9,99.
           05  FILLER                  PIC  X(018)     VALUE
               "% DA META NO MES".

       01  WS-CAB-05.
           05  FILLER                  PIC  X(006)     VALUE   "Codigo".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(040)     VALUE   "Nome".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(013)     VALUE
               "   Meta Valor".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(013)     VALUE
               "     Faturado".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "  % Vl".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(005)     VALUE   " Meta".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(005)     VALUE   " Ped.".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   " % Ped".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(013)     VALUE
               "  Falta Valor".

       01  WS-DETALHE-2.
           05  WS-DT2-CODIGO           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DT2-NOME             PIC  X(040).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DT2-MET-VALOR        PIC  ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DT2-REA-VALOR        PIC  ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DT2-PCT-VALOR        PIC  ZZZ9,9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DT2-MET-PED          PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DT2-REA-PED          PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DT2-PCT-PED          PIC  ZZZ9,9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DT2-FALTA            PIC  ZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE-05.
           05  FILLER                  PIC  X(025)
                   VALUE   "Vendedores Abaixo.......:".
           05  WS-ROD-ABAIXO           PIC  ZZZ.ZZ9.

       01  WS-FALTA                    PIC  9(011)V9(002)
                                                       VALUE   ZEROS.

      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           PERFORM     R-RUNCTL-INICIO

           DISPLAY     "Informe a Competencia (AAAAMM ou zeros = mes"
                       " atual): "
           ACCEPT      WS-COMPETENCIA
           IF          WS-COMPETENCIA NOT NUMERIC
           OR          WS-COMPETENCIA EQUAL ZEROS
                       ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD
                       COMPUTE     WS-COMPETENCIA
                                   = (WS-DTS-ANO * 100) + WS-DTS-MES
           END-IF

           IF          WS-COMPET-MES LESS 01
           OR          WS-COMPET-MES GREATER 12
                       DISPLAY     "Competencia Invalida! "
                                   WS-COMPETENCIA
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           COMPUTE     WS-COMPET-INICIO-ANO = (WS-COMPET-ANO * 100) + 1
           COMPUTE     WS-COMPET-ANO-ANT    = WS-COMPETENCIA - 100

           PERFORM     R-LE-PARAMETRO

           OPEN        INPUT       CADVND
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADVND! Status "
                                   AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADPED
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPED! Status "
                                   AX-STATUS
                       CLOSE       CADVND
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADMET
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADMET! Status "
                                   AX-STATUS
                       CLOSE       CADVND      CADPED
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        OUTPUT      LSTMET
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir LSTMET! Status "
                                   AX-STATUS
                       CLOSE       CADVND      CADPED      CADMET
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           PERFORM     R-CABECALHO

           MOVE        LOW-VALUES              TO  VND-NOME
           START       CADVND      KEY NOT LESS VND-NOME
           IF          AX-STATUS NOT EQUAL "00"
                       SET         AX-FIM-CADVND   TO  TRUE
           END-IF

           PERFORM     UNTIL   AX-FIM-CADVND
                       READ        CADVND      NEXT    AT END
                                   SET     AX-FIM-CADVND   TO  TRUE
                       NOT AT END
                                   PERFORM R-PROCESSA-VENDEDOR
                       END-READ
           END-PERFORM

           PERFORM     R-RODAPE

           PERFORM     R-LISTA-ABAIXO

           CLOSE       CADVND      CADPED      CADMET      LSTMET

           PERFORM     R-RUNCTL-FIM

           GOBACK.

      *>----------------------------------------------------------------
       R-LE-PARAMETRO.
      *>----------------------------------------------------------------
           MOVE        WS-PCT-PADRAO           TO  WS-PCT-MINIMO

           OPEN        INPUT       CADPAR
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "CADPAR Indisponivel! Assumido "
                                   WS-PCT-PADRAO "% como Minimo."
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "METAPCT"               TO  PAR-CODIGO
           READ        CADPAR
           IF          AX-STATUS EQUAL "00"
           AND         PAR-VALOR GREATER ZEROS
                       MOVE        PAR-VALOR   TO  WS-PCT-MINIMO
           END-IF

           CLOSE       CADPAR

           EXIT.

      *>----------------------------------------------------------------
       R-CABECALHO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-PAGINA
           MOVE        WS-PAGINA               TO  WS-CAB-01-PAGINA
           MOVE        WS-COMPETENCIA          TO  WS-CAB-01-COMPET
           WRITE       LIN-LSTMET  FROM    WS-CAB-01
           WRITE       LIN-LSTMET  FROM    WS-CAB-02
           WRITE       LIN-LSTMET  FROM    WS-CAB-03
           MOVE        ZEROS                   TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-CABECALHO-ABAIXO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-PAGINA
           MOVE        WS-PAGINA               TO  WS-CAB-01-PAGINA
           MOVE        WS-PCT-MINIMO           TO  WS-CAB-04-PCT
           WRITE       LIN-LSTMET  FROM    WS-CAB-01
           WRITE       LIN-LSTMET  FROM    WS-CAB-04
           WRITE       LIN-LSTMET  FROM    WS-CAB-05
           MOVE        ZEROS                   TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-PROCESSA-VENDEDOR.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-TOT-LIDOS

           INITIALIZE  WS-VND-DADOS

           PERFORM     R-ACUMULA-METAS
           PERFORM     R-ACUMULA-PEDIDOS

           IF          WS-VND-DADOS EQUAL ZEROS
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-CALCULA-PERCENTUAIS
           PERFORM     R-DETALHE

           IF          WS-VND-ABAIXO
                       PERFORM     R-GUARDA-ABAIXO
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-ACUMULA-METAS.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  AX-EOF-CADMET

           MOVE        VND-CODIGO              TO  MET-VND-CODIGO
           MOVE        WS-COMPET-INICIO-ANO    TO  MET-COMPETENCIA
           START       CADMET      KEY NOT LESS MET-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADMET
                       READ        CADMET      NEXT    AT END
                                   SET     AX-FIM-CADMET   TO  TRUE
                       NOT AT END
                                   PERFORM R-ACUMULA-UMA-META
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-ACUMULA-UMA-META.
      *>----------------------------------------------------------------
           IF          MET-VND-CODIGO NOT EQUAL VND-CODIGO
           OR          MET-COMPETENCIA GREATER WS-COMPETENCIA
                       SET         AX-FIM-CADMET   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           ADD         MET-VALOR               TO  WS-MET-ANO-VALOR
           ADD         MET-PEDIDOS             TO  WS-MET-ANO-PEDIDOS

           IF          MET-COMPETENCIA EQUAL WS-COMPETENCIA
                       MOVE        MET-VALOR   TO  WS-MET-MES-VALOR
                       MOVE        MET-PEDIDOS TO  WS-MET-MES-PEDIDOS
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-ACUMULA-PEDIDOS.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  AX-EOF-CADPED

           MOVE        VND-CODIGO              TO  PED-VND-CODIGO
           START       CADPED      KEY NOT LESS PED-VND-CODIGO
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADPED
                       READ        CADPED      NEXT    AT END
                                   SET     AX-FIM-CADPED   TO  TRUE
                       NOT AT END
                                   PERFORM R-ACUMULA-UM-PEDIDO
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-ACUMULA-UM-PEDIDO.
      *>----------------------------------------------------------------
           IF          PED-VND-CODIGO NOT EQUAL VND-CODIGO
                       SET         AX-FIM-CADPED   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           IF          NOT PED-SIT-FATURADO
                       EXIT        PARAGRAPH
           END-IF

           DIVIDE      PED-DATA    BY  100     GIVING  WS-PED-COMPET

           IF          WS-PED-COMPET EQUAL WS-COMPETENCIA
                       ADD         1           TO  WS-REA-MES-PEDIDOS
                       ADD         PED-VALOR-TOTAL TO  WS-REA-MES-VALOR
           END-IF

           IF          WS-PED-COMPET NOT LESS WS-COMPET-INICIO-ANO
           AND         WS-PED-COMPET NOT GREATER WS-COMPETENCIA
                       ADD         1           TO  WS-REA-ANO-PEDIDOS
                       ADD         PED-VALOR-TOTAL TO  WS-REA-ANO-VALOR
           END-IF

           IF          WS-PED-COMPET EQUAL WS-COMPET-ANO-ANT
                       ADD         1           TO  WS-REA-ANT-PEDIDOS
                       ADD         PED-VALOR-TOTAL TO  WS-REA-ANT-VALOR
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-CALCULA-PERCENTUAIS.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-PCT-MES-VALOR
                                                   WS-PCT-MES-PEDIDOS
                                                   WS-PCT-ANO-VALOR
           MOVE        "N"                     TO  WS-ABAIXO

           IF          WS-MET-MES-VALOR GREATER ZEROS
                       COMPUTE     WS-PCT-MES-VALOR ROUNDED
                                   = WS-REA-MES-VALOR * 100
                                   / WS-MET-MES-VALOR
                                   ON SIZE ERROR
                                   MOVE    99999,9 TO  WS-PCT-MES-VALOR
                       END-COMPUTE
                       IF          WS-PCT-MES-VALOR LESS WS-PCT-MINIMO
                                   MOVE    "S"     TO  WS-ABAIXO
                       END-IF
           END-IF

           IF          WS-MET-MES-PEDIDOS GREATER ZEROS
                       COMPUTE     WS-PCT-MES-PEDIDOS ROUNDED
                                   = WS-REA-MES-PEDIDOS * 100
                                   / WS-MET-MES-PEDIDOS
                                   ON SIZE ERROR
                                   MOVE    99999,9
                                           TO  WS-PCT-MES-PEDIDOS
                       END-COMPUTE
                       IF          WS-PCT-MES-PEDIDOS
                                   LESS    WS-PCT-MINIMO
                                   MOVE    "S"     TO  WS-ABAIXO
                       END-IF
           END-IF

           IF          WS-MET-ANO-VALOR GREATER ZEROS
                       COMPUTE     WS-PCT-ANO-VALOR ROUNDED
                                   = WS-REA-ANO-VALOR * 100
                                   / WS-MET-ANO-VALOR
                                   ON SIZE ERROR
                                   MOVE    99999,9 TO  WS-PCT-ANO-VALOR
                       END-COMPUTE
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-DETALHE.
      *>----------------------------------------------------------------
           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO
           END-IF

           MOVE        VND-CODIGO              TO  WS-DET-CODIGO
           MOVE        VND-NOME                TO  WS-DET-NOME
           MOVE        WS-MET-MES-VALOR        TO  WS-DET-MET-MES
           MOVE        WS-REA-MES-VALOR        TO  WS-DET-REA-MES
           MOVE        WS-PCT-MES-VALOR        TO  WS-DET-PCT-MES
           MOVE        WS-MET-MES-PEDIDOS      TO  WS-DET-MET-PED
           MOVE        WS-REA-MES-PEDIDOS      TO  WS-DET-REA-PED
           MOVE        WS-PCT-MES-PEDIDOS      TO  WS-DET-PCT-PED
           MOVE        WS-MET-ANO-VALOR        TO  WS-DET-MET-ANO
           MOVE        WS-REA-ANO-VALOR        TO  WS-DET-REA-ANO
           MOVE        WS-PCT-ANO-VALOR        TO  WS-DET-PCT-ANO
           MOVE        WS-REA-ANT-VALOR        TO  WS-DET-REA-ANT

           WRITE       LIN-LSTMET  FROM    WS-DETALHE

           ADD         1                       TO  WS-LINHAS-PAGINA
           ADD         1                       TO  WS-TOT-LISTADOS
           ADD         WS-MET-MES-VALOR        TO  WS-TOT-MET-MES
           ADD         WS-REA-MES-VALOR        TO  WS-TOT-REA-MES
           ADD         WS-MET-ANO-VALOR        TO  WS-TOT-MET-ANO
           ADD         WS-REA-ANO-VALOR        TO  WS-TOT-REA-ANO
           ADD         WS-REA-ANT-VALOR        TO  WS-TOT-REA-ANT

           EXIT.

      *>----------------------------------------------------------------
       R-GUARDA-ABAIXO.
      *>----------------------------------------------------------------
           IF          WS-ABX-QTD NOT LESS WS-ABX-MAX
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-ABX-QTD
           MOVE        VND-CODIGO          TO  WS-ABX-CODIGO(WS-ABX-QTD)
           MOVE        VND-NOME            TO  WS-ABX-NOME(WS-ABX-QTD)
           MOVE        WS-MET-MES-VALOR
                                       TO  WS-ABX-MET-VALOR(WS-ABX-QTD)
           MOVE        WS-REA-MES-VALOR
                                       TO  WS-ABX-REA-VALOR(WS-ABX-QTD)
           MOVE        WS-PCT-MES-VALOR
                                       TO  WS-ABX-PCT-VALOR(WS-ABX-QTD)
           MOVE        WS-MET-MES-PEDIDOS
                                   TO  WS-ABX-MET-PEDIDOS(WS-ABX-QTD)
           MOVE        WS-REA-MES-PEDIDOS
                                   TO  WS-ABX-REA-PEDIDOS(WS-ABX-QTD)
           MOVE        WS-PCT-MES-PEDIDOS
                                   TO  WS-ABX-PCT-PEDIDOS(WS-ABX-QTD)

           EXIT.

      *>----------------------------------------------------------------
       R-RODAPE.
      *>----------------------------------------------------------------
           MOVE        WS-TOT-LISTADOS         TO  WS-ROD-LISTADOS
           MOVE        WS-TOT-MET-MES          TO  WS-ROD-MET-MES
           MOVE        WS-TOT-REA-MES          TO  WS-ROD-REA-MES
           MOVE        WS-TOT-MET-ANO          TO  WS-ROD-MET-ANO
           MOVE        WS-TOT-REA-ANO          TO  WS-ROD-REA-ANO
           MOVE        WS-TOT-REA-ANT          TO  WS-ROD-REA-ANT
           WRITE       LIN-LSTMET  FROM    SPACES
           WRITE       LIN-LSTMET  FROM    WS-RODAPE
           WRITE       LIN-LSTMET  FROM    WS-RODAPE-02
           WRITE       LIN-LSTMET  FROM    WS-RODAPE-03
           WRITE       LIN-LSTMET  FROM    WS-RODAPE-04

           EXIT.

      *>----------------------------------------------------------------
       R-LISTA-ABAIXO.
      *>----------------------------------------------------------------
           WRITE       LIN-LSTMET  FROM    SPACES
           PERFORM     R-CABECALHO-ABAIXO

           PERFORM     VARYING WS-ABX-SUB FROM 1 BY 1
                       UNTIL   WS-ABX-SUB GREATER WS-ABX-QTD
                       PERFORM R-DETALHE-ABAIXO
           END-PERFORM

           MOVE        WS-ABX-QTD              TO  WS-TOT-ABAIXO
           MOVE        WS-TOT-ABAIXO           TO  WS-ROD-ABAIXO
           WRITE       LIN-LSTMET  FROM    SPACES
           WRITE       LIN-LSTMET  FROM    WS-RODAPE-05

           EXIT.

      *>----------------------------------------------------------------
       R-DETALHE-ABAIXO.
      *>----------------------------------------------------------------
           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO-ABAIXO
           END-IF

           MOVE        WS-ABX-CODIGO(WS-ABX-SUB)   TO  WS-DT2-CODIGO
           MOVE        WS-ABX-NOME(WS-ABX-SUB)     TO  WS-DT2-NOME
           MOVE        WS-ABX-MET-VALOR(WS-ABX-SUB)
                                               TO  WS-DT2-MET-VALOR
           MOVE        WS-ABX-REA-VALOR(WS-ABX-SUB)
                                               TO  WS-DT2-REA-VALOR
           MOVE        WS-ABX-PCT-VALOR(WS-ABX-SUB)
                                               TO  WS-DT2-PCT-VALOR
           MOVE        WS-ABX-MET-PEDIDOS(WS-ABX-SUB)
                                               TO  WS-DT2-MET-PED
           MOVE        WS-ABX-REA-PEDIDOS(WS-ABX-SUB)
                                               TO  WS-DT2-REA-PED
           MOVE        WS-ABX-PCT-PEDIDOS(WS-ABX-SUB)
                                               TO  WS-DT2-PCT-PED

           IF          WS-ABX-REA-VALOR(WS-ABX-SUB)
                       LESS WS-ABX-MET-VALOR(WS-ABX-SUB)
                       COMPUTE     WS-FALTA
                                   = WS-ABX-MET-VALOR(WS-ABX-SUB)
                                   - WS-ABX-REA-VALOR(WS-ABX-SUB)
           ELSE
                       MOVE        ZEROS       TO  WS-FALTA
           END-IF
           MOVE        WS-FALTA                TO  WS-DT2-FALTA

           WRITE       LIN-LSTMET  FROM    WS-DETALHE-2

           ADD         1                       TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
           MOVE        "RELMET  "              TO  WS-RUN-JOB
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
