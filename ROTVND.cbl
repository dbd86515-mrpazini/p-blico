      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     ROTVND.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : ROTEIRO DIARIO DE VISITAS POR VENDEDOR - A
      *>                 PARTIR DA POSICAO DO VENDEDOR, VISITA SEMPRE O
      *>                 CLIENTE MAIS PROXIMO AINDA NAO VISITADO DA
      *>                 CARTEIRA, QUEBRANDO EM DIAS PELO MAXIMO DE
      *>                 VISITAS OU DE KM POR DIA (CADPAR)
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
       COPY    "CADCLI.SEL".
       COPY    "CARTEI.SEL".
       COPY    "CADPAR.SEL".
       COPY    "LSTROT.SEL".
       COPY    "EXPROT.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADVND.FD".
       COPY    "CADCLI.FD".
       COPY    "CARTEI.FD".
       COPY    "CADPAR.FD".
       COPY    "LSTROT.FD".
       COPY    "EXPROT.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-CADVND           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADVND                       VALUE   "S".
           05  AX-EOF-CARTEI           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CARTEI                       VALUE   "S".

       77  WS-PAGINA                   PIC  9(004)     VALUE   ZEROS.
       77  WS-LINHAS-PAGINA            PIC  9(002)     VALUE   ZEROS.
       77  WS-MAX-LINHAS               PIC  9(002)     VALUE   50.
       77  WS-TOT-LIDOS                PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-VISITAS              PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-VENDEDORES           PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-IGNORADOS            PIC  9(006)     VALUE   ZEROS.

       01  WS-MAX-VISITAS              PIC  9(004)     VALUE   ZEROS.
       01  WS-MAX-KM                   PIC  9(005)V9(004)
                                                       VALUE   ZEROS.
       77  WS-VISITAS-PADRAO           PIC  9(004)     VALUE   10.

       77  WS-ROT-MAX                  PIC  9(004)     VALUE   9999.
       77  WS-ROT-QTD                  PIC  9(004)     VALUE   ZEROS.
       77  WS-ROT-SUB                  PIC  9(004)     VALUE   ZEROS.
       01  WS-ROT-TABELA.
           05  WS-ROT-ELEMENTO     OCCURS  9999 TIMES.
               10  WS-ROT-CLIENTE      PIC  9(006).
               10  WS-ROT-NOME         PIC  X(040).
               10  WS-ROT-LATITUDE     PIC  S9(003)V9(008).
               10  WS-ROT-LONGITUDE    PIC  S9(003)V9(008).
               10  WS-ROT-VISITADO     PIC  X(001).
                   88  WS-ROT-JA-VISITADO              VALUE   "S".

       01  WS-VND-IGNORADOS            PIC  9(004)     VALUE   ZEROS.
       01  WS-VND-DIAS                 PIC  9(003)     VALUE   ZEROS.
       01  WS-VND-KM                   PIC  9(007)V9(002)
                                                       VALUE   ZEROS.
       01  WS-VND-ORDEM                PIC  9(004)     VALUE   ZEROS.

       01  WS-DIA                      PIC  9(003)     VALUE   ZEROS.
       01  WS-DIA-VISITAS              PIC  9(004)     VALUE   ZEROS.
       01  WS-DIA-KM                   PIC  9(007)V9(002)
                                                       VALUE   ZEROS.

       01  WS-ORIG-LATITUDE            PIC  S9(003)V9(008).
       01  WS-ORIG-LONGITUDE           PIC  S9(003)V9(008).

       01  WS-PROX-IDX                 PIC  9(004)     VALUE   ZEROS.
       01  WS-PROX-KM                  PIC  9(005)V9(004)
                                                       VALUE   ZEROS.
       01  WS-DIST-LAT                 PIC  S9(003)V9(008).
       01  WS-DIST-LONG                PIC  S9(003)V9(008).
       01  WS-LAT-RAD                  PIC  S9(001)V9(008).
       01  WS-KM-LAT                   PIC  S9(005)V9(004).
       01  WS-KM-LONG                  PIC  S9(005)V9(004).
       01  WS-DIST-KM                  PIC  9(005)V9(004).

       77  WS-KM-POR-GRAU              PIC  9(003)V9(002)
                                                       VALUE   111,12.
       77  WS-PI                       PIC  9(001)V9(008)
                                               VALUE   3,14159265.

       01  WS-DATA-SISTEMA             PIC  9(008)     VALUE   ZEROS.

       01  WS-LAT-EDIT                 PIC  --9,99999999.
       01  WS-LONG-EDIT                PIC  --9,99999999.
       01  WS-KM-EDIT                  PIC  ZZZZZZ9,99.
       01  WS-KM-EDIT-2                PIC  ZZZZZZ9,99.
       01  WS-NOME-EXP                 PIC  X(040)     VALUE   SPACES.

       COPY    "RUNVARS.LIB".

       01  WS-CAB-01.
           05  FILLER                  PIC  X(030)     VALUE   SPACES.
           05  FILLER                  PIC  X(042)     VALUE
               "ROTEIRO DIARIO DE VISITAS POR VENDEDOR".
           05  FILLER                  PIC  X(006)     VALUE
               "Data: ".
           05  WS-CAB-01-DATA          PIC  9(008).
           05  FILLER                  PIC  X(004)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               "Pagina: ".
           05  WS-CAB-01-PAGINA        PIC  ZZZ9.

       01  WS-CAB-02.
           05  FILLER                  PIC  X(010)     VALUE
               "Vendedor: ".
           05  WS-CAB-02-VND           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-CAB-02-NOME          PIC  X(040).
           05  FILLER                  PIC  X(020)     VALUE
               "  Max. Visitas/Dia: ".
           05  WS-CAB-02-VISITAS       PIC  ZZZ9.
           05  FILLER                  PIC  X(015)     VALUE
               "  Max. Km/Dia: ".
           05  WS-CAB-02-KM            PIC  ZZ.ZZ9,99.

       01  WS-CAB-03.
           05  FILLER                  PIC  X(003)     VALUE   "Dia".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(005)     VALUE   "Ordem".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "Client".
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  FILLER                  PIC  X(040)     VALUE
               "Nome do Cliente".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(012)     VALUE
               "    Latitude".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(012)     VALUE
               "   Longitude".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               " Km Trecho".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               " Km Acum.".

       01  WS-DETALHE.
           05  WS-DET-DIA              PIC  ZZ9.
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-DET-ORDEM            PIC  ZZZ9.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-CLIENTE          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-DET-NOME             PIC  X(040).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-LATITUDE         PIC  --9,99999999.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-LONGITUDE        PIC  --9,99999999.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-KM-TRECHO        PIC  ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-KM-ACUM          PIC  ZZZ.ZZ9,99.

       01  WS-TOT-DIA.
           05  FILLER                  PIC  X(012)     VALUE
               "Total do Dia".
           05  WS-TDIA-DIA             PIC  ZZ9.
           05  FILLER                  PIC  X(003)     VALUE   ":  ".
           05  WS-TDIA-VISITAS         PIC  ZZZ9.
           05  FILLER                  PIC  X(012)     VALUE
               " Visitas    ".
           05  WS-TDIA-KM              PIC  ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(003)     VALUE   " Km".

       01  WS-TOT-VND.
           05  FILLER                  PIC  X(025)
                   VALUE   "Total do Vendedor.......:".
           05  WS-TVND-DIAS            PIC  ZZ9.
           05  FILLER                  PIC  X(007)     VALUE
               " Dias  ".
           05  WS-TVND-VISITAS         PIC  ZZZ9.
           05  FILLER                  PIC  X(012)     VALUE
               " Visitas    ".
           05  WS-TVND-KM              PIC  Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(003)     VALUE   " Km".

       01  WS-TOT-VND-02.
           05  FILLER                  PIC  X(025)
                   VALUE   "Clientes sem Roteiro....:".
           05  WS-TVND-IGNORADOS       PIC  ZZZ9.
           05  FILLER                  PIC  X(037)     VALUE
               "  (Inativos ou sem Coordenadas)".

       01  WS-RODAPE.
           05  FILLER                  PIC  X(025)
                   VALUE   "Vendedores com Roteiro..:".
           05  WS-ROD-VENDEDORES       PIC  ZZZ.ZZ9.

       01  WS-RODAPE-02.
           05  FILLER                  PIC  X(025)
                   VALUE   "Clientes Lidos Carteira.:".
           05  WS-ROD-LIDOS            PIC  ZZZ.ZZ9.

       01  WS-RODAPE-03.
           05  FILLER                  PIC  X(025)
                   VALUE   "Visitas Programadas.....:".
           05  WS-ROD-VISITAS          PIC  ZZZ.ZZ9.

       01  WS-RODAPE-04.
           05  FILLER                  PIC  X(025)
                   VALUE   "Clientes Nao Roteirizados".
           05  WS-ROD-IGNORADOS        PIC  ZZZ.ZZ9.

      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           PERFORM     R-RUNCTL-INICIO

           OPEN        INPUT       CADVND
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADVND! Status "
                                   AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CARTEI
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CARTEI! Status "
                                   AX-STATUS
                       CLOSE       CADVND
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADCLI
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADCLI! Status "
                                   AX-STATUS
                       CLOSE       CADVND      CARTEI
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        OUTPUT      LSTROT
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir LSTROT! Status "
                                   AX-STATUS
                       CLOSE       CADVND      CARTEI      CADCLI
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        OUTPUT      EXPROT
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir EXPROT! Status "
                                   AX-STATUS
                       CLOSE       CADVND      CARTEI      CADCLI
                                   LSTROT
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           ACCEPT      WS-DATA-SISTEMA     FROM    DATE YYYYMMDD

           PERFORM     R-LE-PARAMETROS

           MOVE        SPACES                  TO  LIN-EXPROT
           STRING      "VENDEDOR;NOME_VENDEDOR;DIA;ORDEM;CLIENTE;"
                       "NOME_CLIENTE;LATITUDE;LONGITUDE;KM_TRECHO;"
                       "KM_ACUMULADO;DATA_GERACAO"
                                   DELIMITED BY SIZE
                                   INTO    LIN-EXPROT
           WRITE       LIN-EXPROT

           PERFORM     UNTIL   AX-FIM-CADVND
                       READ        CADVND      NEXT    AT END
                                   SET     AX-FIM-CADVND   TO  TRUE
                       NOT AT END
                                   PERFORM R-PROCESSA-VENDEDOR
                       END-READ
           END-PERFORM

           PERFORM     R-RODAPE

           CLOSE       CADVND      CARTEI      CADCLI      LSTROT
                       EXPROT

           DISPLAY     "Vendedores com Roteiro: " WS-TOT-VENDEDORES
           DISPLAY     "Visitas Programadas...: " WS-TOT-VISITAS

           PERFORM     R-RUNCTL-FIM

           GOBACK.

      *>----------------------------------------------------------------
       R-LE-PARAMETROS.
      *>----------------------------------------------------------------
           MOVE        WS-VISITAS-PADRAO       TO  WS-MAX-VISITAS
           MOVE        ZEROS                   TO  WS-MAX-KM

           OPEN        INPUT       CADPAR
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "CADPAR Indisponivel! Assumido "
                                   WS-VISITAS-PADRAO
                                   " Visitas por Dia, sem Limite de Km."
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "ROTAVISIT"             TO  PAR-CODIGO
           READ        CADPAR
           IF          AX-STATUS EQUAL "00"
           AND         PAR-VALOR GREATER ZEROS
                       MOVE        PAR-VALOR   TO  WS-MAX-VISITAS
           END-IF

           MOVE        "ROTAKM"                TO  PAR-CODIGO
           READ        CADPAR
           IF          AX-STATUS EQUAL "00"
                       MOVE        PAR-VALOR   TO  WS-MAX-KM
           END-IF

           CLOSE       CADPAR

           EXIT.

      *>----------------------------------------------------------------
       R-PROCESSA-VENDEDOR.
      *>----------------------------------------------------------------
           IF          NOT VND-SIT-ATIVO
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-CARREGA-CARTEIRA

           IF          WS-ROT-QTD EQUAL ZEROS
           AND         WS-VND-IGNORADOS EQUAL ZEROS
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-TOT-VENDEDORES
           PERFORM     R-CABECALHO

           MOVE        1                       TO  WS-DIA
           MOVE        ZEROS                   TO  WS-DIA-VISITAS
                                                   WS-DIA-KM
                                                   WS-VND-KM
                                                   WS-VND-ORDEM
           MOVE        VND-LATITUDE            TO  WS-ORIG-LATITUDE
           MOVE        VND-LONGITUDE           TO  WS-ORIG-LONGITUDE

           PERFORM     R-PROXIMA-VISITA    WS-ROT-QTD TIMES

           IF          WS-DIA-VISITAS GREATER ZEROS
                       PERFORM     R-TOTAL-DIA
                       MOVE        WS-DIA      TO  WS-VND-DIAS
           ELSE
                       MOVE        ZEROS       TO  WS-VND-DIAS
           END-IF

           PERFORM     R-TOTAL-VENDEDOR

           EXIT.

      *>----------------------------------------------------------------
       R-CARREGA-CARTEIRA.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-ROT-QTD
                                                   WS-VND-IGNORADOS
           MOVE        "N"                     TO  AX-EOF-CARTEI

           MOVE        VND-CODIGO              TO  CAR-VND-CODIGO
           START       CARTEI      KEY NOT LESS CAR-VND-CODIGO
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CARTEI
                       READ        CARTEI      NEXT    AT END
                                   SET     AX-FIM-CARTEI   TO  TRUE
                       NOT AT END
                                   PERFORM R-CARREGA-UM-CLIENTE
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-CARREGA-UM-CLIENTE.
      *>----------------------------------------------------------------
           IF          CAR-VND-CODIGO NOT EQUAL VND-CODIGO
                       SET         AX-FIM-CARTEI   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-TOT-LIDOS

           MOVE        CAR-CLI-CODIGO          TO  CLI-CODIGO
           READ        CADCLI
           IF          AX-STATUS NOT EQUAL "00"
           OR          CLI-SIT-INATIVO
           OR          (CLI-LATITUDE EQUAL ZEROS
           AND          CLI-LONGITUDE EQUAL ZEROS)
                       ADD         1           TO  WS-VND-IGNORADOS
                                                   WS-TOT-IGNORADOS
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-ROT-QTD NOT LESS WS-ROT-MAX
                       DISPLAY     "Limite de " WS-ROT-MAX
                                   " Clientes por Vendedor Atingido! "
                                   "Vendedor " VND-CODIGO
                       ADD         1           TO  WS-VND-IGNORADOS
                                                   WS-TOT-IGNORADOS
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-ROT-QTD
           MOVE        CLI-CODIGO
                               TO  WS-ROT-CLIENTE(WS-ROT-QTD)
           MOVE        CLI-NOME
                               TO  WS-ROT-NOME(WS-ROT-QTD)
           MOVE        CLI-LATITUDE
                               TO  WS-ROT-LATITUDE(WS-ROT-QTD)
           MOVE        CLI-LONGITUDE
                               TO  WS-ROT-LONGITUDE(WS-ROT-QTD)
           MOVE        "N"     TO  WS-ROT-VISITADO(WS-ROT-QTD)

           EXIT.

      *>----------------------------------------------------------------
       R-PROXIMA-VISITA.
      *>----------------------------------------------------------------
           PERFORM     R-BUSCA-MAIS-PROXIMO

           IF          WS-DIA-VISITAS GREATER ZEROS
               IF      WS-DIA-VISITAS NOT LESS WS-MAX-VISITAS
               OR      (WS-MAX-KM GREATER ZEROS
               AND      WS-DIA-KM + WS-PROX-KM GREATER WS-MAX-KM)
                       PERFORM     R-TOTAL-DIA
                       ADD         1               TO  WS-DIA
                       MOVE        ZEROS           TO  WS-DIA-VISITAS
                                                       WS-DIA-KM
                       MOVE        VND-LATITUDE    TO  WS-ORIG-LATITUDE
                       MOVE        VND-LONGITUDE   TO  WS-ORIG-LONGITUDE
                       PERFORM     R-BUSCA-MAIS-PROXIMO
               END-IF
           END-IF

           MOVE        "S"             TO  WS-ROT-VISITADO(WS-PROX-IDX)
           ADD         1                       TO  WS-DIA-VISITAS
                                                   WS-VND-ORDEM
           ADD         WS-PROX-KM              TO  WS-DIA-KM
                                                   WS-VND-KM
           MOVE        WS-ROT-LATITUDE(WS-PROX-IDX)
                                               TO  WS-ORIG-LATITUDE
           MOVE        WS-ROT-LONGITUDE(WS-PROX-IDX)
                                               TO  WS-ORIG-LONGITUDE

           PERFORM     R-DETALHE
           PERFORM     R-EXPORTA-VISITA

           ADD         1                       TO  WS-TOT-VISITAS

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-MAIS-PROXIMO.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-PROX-IDX
                                                   WS-PROX-KM

           PERFORM     VARYING WS-ROT-SUB FROM 1 BY 1
                       UNTIL   WS-ROT-SUB GREATER WS-ROT-QTD
                       IF      NOT WS-ROT-JA-VISITADO(WS-ROT-SUB)
                               PERFORM R-CALCULA-KM
                               IF      WS-PROX-IDX EQUAL ZEROS
                               OR      WS-DIST-KM LESS WS-PROX-KM
                                       MOVE    WS-ROT-SUB
                                               TO  WS-PROX-IDX
                                       MOVE    WS-DIST-KM
                                               TO  WS-PROX-KM
                               END-IF
                       END-IF
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-CALCULA-KM.
      *>----------------------------------------------------------------
           COMPUTE     WS-DIST-LAT
                       = WS-ROT-LATITUDE(WS-ROT-SUB) - WS-ORIG-LATITUDE
           COMPUTE     WS-DIST-LONG
                       = WS-ROT-LONGITUDE(WS-ROT-SUB)
                       - WS-ORIG-LONGITUDE
           COMPUTE     WS-LAT-RAD  ROUNDED
                       = WS-ROT-LATITUDE(WS-ROT-SUB) * WS-PI / 180
           COMPUTE     WS-KM-LAT   ROUNDED
                       = WS-DIST-LAT * WS-KM-POR-GRAU
           COMPUTE     WS-KM-LONG  ROUNDED
                       = WS-DIST-LONG * WS-KM-POR-GRAU
                       * FUNCTION COS(WS-LAT-RAD)
           COMPUTE     WS-DIST-KM  ROUNDED
                       = FUNCTION SQRT((WS-KM-LAT  * WS-KM-LAT)
                                     + (WS-KM-LONG * WS-KM-LONG))

           EXIT.

      *>----------------------------------------------------------------
       R-CABECALHO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-PAGINA
           MOVE        WS-PAGINA               TO  WS-CAB-01-PAGINA
           MOVE        WS-DATA-SISTEMA         TO  WS-CAB-01-DATA
           MOVE        VND-CODIGO              TO  WS-CAB-02-VND
           MOVE        VND-NOME                TO  WS-CAB-02-NOME
           MOVE        WS-MAX-VISITAS          TO  WS-CAB-02-VISITAS
           MOVE        WS-MAX-KM               TO  WS-CAB-02-KM
           IF          WS-PAGINA GREATER 1
                       WRITE       LIN-LSTROT  FROM    SPACES
           END-IF
           WRITE       LIN-LSTROT  FROM    WS-CAB-01
           WRITE       LIN-LSTROT  FROM    WS-CAB-02
           WRITE       LIN-LSTROT  FROM    WS-CAB-03
           MOVE        ZEROS                   TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-DETALHE.
      *>----------------------------------------------------------------
           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO
           END-IF

           MOVE        WS-DIA                  TO  WS-DET-DIA
           MOVE        WS-VND-ORDEM            TO  WS-DET-ORDEM
           MOVE        WS-ROT-CLIENTE(WS-PROX-IDX)
                                               TO  WS-DET-CLIENTE
           MOVE        WS-ROT-NOME(WS-PROX-IDX)
                                               TO  WS-DET-NOME
           MOVE        WS-ROT-LATITUDE(WS-PROX-IDX)
                                               TO  WS-DET-LATITUDE
           MOVE        WS-ROT-LONGITUDE(WS-PROX-IDX)
                                               TO  WS-DET-LONGITUDE
           MOVE        WS-PROX-KM              TO  WS-DET-KM-TRECHO
           MOVE        WS-DIA-KM               TO  WS-DET-KM-ACUM

           WRITE       LIN-LSTROT  FROM    WS-DETALHE

           ADD         1                       TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-EXPORTA-VISITA.
      *>----------------------------------------------------------------
           MOVE        WS-ROT-LATITUDE(WS-PROX-IDX)
                                               TO  WS-LAT-EDIT
           MOVE        WS-ROT-LONGITUDE(WS-PROX-IDX)
                                               TO  WS-LONG-EDIT
           MOVE        WS-PROX-KM              TO  WS-KM-EDIT
           MOVE        WS-DIA-KM               TO  WS-KM-EDIT-2
           MOVE        WS-ROT-NOME(WS-PROX-IDX)
                                               TO  WS-NOME-EXP

           MOVE        SPACES                  TO  LIN-EXPROT
           STRING      VND-CODIGO                      ";"
                       FUNCTION TRIM(VND-NOME)         ";"
                       WS-DIA                          ";"
                       WS-VND-ORDEM                    ";"
                       WS-ROT-CLIENTE(WS-PROX-IDX)     ";"
                       FUNCTION TRIM(WS-NOME-EXP)      ";"
                       FUNCTION TRIM(WS-LAT-EDIT)      ";"
                       FUNCTION TRIM(WS-LONG-EDIT)     ";"
                       FUNCTION TRIM(WS-KM-EDIT)       ";"
                       FUNCTION TRIM(WS-KM-EDIT-2)     ";"
                       WS-DATA-SISTEMA
                                   DELIMITED BY SIZE
                                   INTO    LIN-EXPROT
           WRITE       LIN-EXPROT

           EXIT.

      *>----------------------------------------------------------------
       R-TOTAL-DIA.
      *>----------------------------------------------------------------
           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO
           END-IF

           MOVE        WS-DIA                  TO  WS-TDIA-DIA
           MOVE        WS-DIA-VISITAS          TO  WS-TDIA-VISITAS
           MOVE        WS-DIA-KM               TO  WS-TDIA-KM
           WRITE       LIN-LSTROT  FROM    WS-TOT-DIA
           WRITE       LIN-LSTROT  FROM    SPACES

           ADD         2                       TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-TOTAL-VENDEDOR.
      *>----------------------------------------------------------------
           MOVE        WS-VND-DIAS             TO  WS-TVND-DIAS
           MOVE        WS-VND-ORDEM            TO  WS-TVND-VISITAS
           MOVE        WS-VND-KM               TO  WS-TVND-KM
           MOVE        WS-VND-IGNORADOS        TO  WS-TVND-IGNORADOS
           WRITE       LIN-LSTROT  FROM    WS-TOT-VND
           WRITE       LIN-LSTROT  FROM    WS-TOT-VND-02

           ADD         2                       TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-RODAPE.
      *>----------------------------------------------------------------
           MOVE        WS-TOT-VENDEDORES       TO  WS-ROD-VENDEDORES
           MOVE        WS-TOT-LIDOS            TO  WS-ROD-LIDOS
           MOVE        WS-TOT-VISITAS          TO  WS-ROD-VISITAS
           MOVE        WS-TOT-IGNORADOS        TO  WS-ROD-IGNORADOS
           WRITE       LIN-LSTROT  FROM    SPACES
           WRITE       LIN-LSTROT  FROM    WS-RODAPE
           WRITE       LIN-LSTROT  FROM    WS-RODAPE-02
           WRITE       LIN-LSTROT  FROM    WS-RODAPE-03
           WRITE       LIN-LSTROT  FROM    WS-RODAPE-04

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
           MOVE        "ROTVND  "              TO  WS-RUN-JOB
           MOVE        "I"                     TO  WS-RUN-EVENTO
           CALL        "GRVRUN"    USING   WS-RUN-DADOS
           CANCEL      "GRVRUN"

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-FIM.
      *>----------------------------------------------------------------
           MOVE        "F"                     TO  WS-RUN-EVENTO
           MOVE        WS-TOT-LIDOS            TO  WS-RUN-LIDOS
           MOVE        WS-TOT-VISITAS          TO  WS-RUN-GRAVADOS
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
