      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     RELTAB.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : RELATORIO DAS TABELAS DE PRECO QUE INICIAM OU
      *>                 EXPIRAM NOS PROXIMOS N DIAS
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
       COPY    "CADPAR.SEL".
       COPY    "LSTTAB.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADTAB.FD".
       COPY    "CADPRO.FD".
       COPY    "CADCLI.FD".
       COPY    "CADPAR.FD".
       COPY    "LSTTAB.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-CADTAB           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADTAB                       VALUE   "S".

       77  WS-PAGINA                   PIC  9(004)     VALUE   ZEROS.
       77  WS-LINHAS-PAGINA            PIC  9(002)     VALUE   ZEROS.
       77  WS-MAX-LINHAS               PIC  9(002)     VALUE   50.
       77  WS-TOT-LIDOS                PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-LISTADOS             PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-INICIAM              PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-EXPIRAM              PIC  9(006)     VALUE   ZEROS.

       01  WS-DIAS                     PIC  9(004)     VALUE   ZEROS.
       01  WS-DIAS-PADRAO              PIC  9(004)     VALUE   30.

       01  WS-DATA-SISTEMA             PIC  9(008)     VALUE   ZEROS.
       01  WS-DATA-LIMITE              PIC  9(008)     VALUE   ZEROS.
       01  WS-HOJE-INT                 PIC  9(008)     VALUE   ZEROS.
       01  WS-EVENTO-INT               PIC  9(008)     VALUE   ZEROS.

       01  WS-EVENTO                   PIC  X(006)     VALUE   SPACES.
       01  WS-DATA-EVENTO              PIC  9(008)     VALUE   ZEROS.

       01  WS-CAB-01.
           05  FILLER                  PIC  X(030)     VALUE   SPACES.
           05  FILLER                  PIC  X(044)     VALUE
               "TABELAS DE PRECO QUE INICIAM OU EXPIRAM".
           05  FILLER                  PIC  X(006)     VALUE
               "Data: ".
           05  WS-CAB-01-DATA          PIC  9(008).
           05  FILLER                  PIC  X(004)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               "Pagina: ".
           05  WS-CAB-01-PAGINA        PIC  ZZZ9.

       01  WS-CAB-02.
           05  FILLER                  PIC  X(030)     VALUE   SPACES.
           05  FILLER                  PIC  X(014)     VALUE
               "Periodo de:   ".
           05  WS-CAB-02-INICIO        PIC  9(008).
           05  FILLER                  PIC  X(005)     VALUE
               " a   ".
           05  WS-CAB-02-FIM           PIC  9(008).
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-CAB-02-DIAS          PIC  ZZZ9.
           05  FILLER                  PIC  X(005)     VALUE
               " dias".

       01  WS-CAB-03.
           05  FILLER                  PIC  X(007)     VALUE   "Evento".
           05  FILLER                  PIC  X(007)     VALUE
               "Produto".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(025)     VALUE
               "Descricao".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(007)     VALUE
               "Cliente".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(025)     VALUE   "Nome".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(008)     VALUE   "Inicio".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(008)     VALUE   "Fim".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(012)     VALUE
               "       Preco".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE   "Desc.%".
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  FILLER                  PIC  X(004)     VALUE   "Dias".

       01  WS-DETALHE.
           05  WS-DET-EVENTO           PIC  X(006).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-PRODUTO          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-DESCRICAO        PIC  X(025).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-CLIENTE          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-NOME             PIC  X(025).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-INICIO           PIC  9(008).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-FIM              PIC  9(008).
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-PRECO            PIC  Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-DESCONTO         PIC  ZZ9,99.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-DIAS             PIC  ZZZ9.

       01  WS-RODAPE.
           05  FILLER                  PIC  X(025)
                   VALUE   "Tabelas que Iniciam.....:".
           05  WS-ROD-INICIAM          PIC  ZZZ.ZZ9.

       01  WS-RODAPE-02.
           05  FILLER                  PIC  X(025)
                   VALUE   "Tabelas que Expiram.....:".
           05  WS-ROD-EXPIRAM          PIC  ZZZ.ZZ9.

       COPY    "RUNVARS.LIB".

      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           PERFORM     R-RUNCTL-INICIO

           DISPLAY     "Informe o Numero de Dias (zeros = padrao): "
           ACCEPT      WS-DIAS
           IF          WS-DIAS NOT NUMERIC
           OR          WS-DIAS EQUAL ZEROS
                       PERFORM     R-LE-PARAMETRO
           END-IF

           ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE     WS-HOJE-INT
                       = FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           COMPUTE     WS-DATA-LIMITE
                       = FUNCTION DATE-OF-INTEGER(WS-HOJE-INT + WS-DIAS)

           OPEN        INPUT       CADTAB
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADTAB! Status "
                                   AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADPRO
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPRO! Status "
                                   AX-STATUS
                       CLOSE       CADTAB
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADCLI
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADCLI! Status "
                                   AX-STATUS
                       CLOSE       CADTAB      CADPRO
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        OUTPUT      LSTTAB
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir LSTTAB! Status "
                                   AX-STATUS
                       CLOSE       CADTAB      CADPRO      CADCLI
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           PERFORM     R-CABECALHO

           PERFORM     UNTIL   AX-FIM-CADTAB
                       READ        CADTAB      NEXT    AT END
                                   SET     AX-FIM-CADTAB   TO  TRUE
                       NOT AT END
                                   PERFORM R-PROCESSA-TABELA
                       END-READ
           END-PERFORM

           PERFORM     R-RODAPE

           CLOSE       CADTAB      CADPRO      CADCLI      LSTTAB

           PERFORM     R-RUNCTL-FIM

           GOBACK.

      *>----------------------------------------------------------------
       R-LE-PARAMETRO.
      *>----------------------------------------------------------------
           MOVE        WS-DIAS-PADRAO          TO  WS-DIAS

           OPEN        INPUT       CADPAR
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "PRECODIAS"             TO  PAR-CODIGO
           READ        CADPAR
           IF          AX-STATUS EQUAL "00"
           AND         PAR-VALOR NOT LESS 1
                       MOVE        PAR-VALOR   TO  WS-DIAS
           END-IF

           CLOSE       CADPAR

           EXIT.

      *>----------------------------------------------------------------
       R-CABECALHO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-PAGINA
           MOVE        WS-PAGINA               TO  WS-CAB-01-PAGINA
           MOVE        WS-DATA-SISTEMA         TO  WS-CAB-01-DATA
           MOVE        WS-DATA-SISTEMA         TO  WS-CAB-02-INICIO
           MOVE        WS-DATA-LIMITE          TO  WS-CAB-02-FIM
           MOVE        WS-DIAS                 TO  WS-CAB-02-DIAS
           WRITE       LIN-LSTTAB  FROM    WS-CAB-01
           WRITE       LIN-LSTTAB  FROM    WS-CAB-02
           WRITE       LIN-LSTTAB  FROM    WS-CAB-03
           MOVE        ZEROS                   TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-PROCESSA-TABELA.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-TOT-LIDOS

           IF          TAB-DATA-INICIO NOT LESS WS-DATA-SISTEMA
           AND         TAB-DATA-INICIO NOT GREATER WS-DATA-LIMITE
                       MOVE        "INICIA"        TO  WS-EVENTO
                       MOVE        TAB-DATA-INICIO TO  WS-DATA-EVENTO
                       PERFORM     R-DETALHE
                       ADD         1               TO  WS-TOT-INICIAM
           END-IF

           IF          TAB-DATA-FIM NOT EQUAL ZEROS
           AND         TAB-DATA-FIM NOT LESS WS-DATA-SISTEMA
           AND         TAB-DATA-FIM NOT GREATER WS-DATA-LIMITE
                       MOVE        "EXPIRA"        TO  WS-EVENTO
                       MOVE        TAB-DATA-FIM    TO  WS-DATA-EVENTO
                       PERFORM     R-DETALHE
                       ADD         1               TO  WS-TOT-EXPIRAM
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-DETALHE.
      *>----------------------------------------------------------------
           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO
           END-IF

           MOVE        SPACES                  TO  WS-DET-DESCRICAO
                                                   WS-DET-NOME
           MOVE        TAB-PRO-CODIGO          TO  PRO-CODIGO
           READ        CADPRO
           IF          AX-STATUS EQUAL "00"
                       MOVE        PRO-DESCRICAO   TO  WS-DET-DESCRICAO
           END-IF

           IF          TAB-CLI-CODIGO EQUAL ZEROS
                       MOVE        "TABELA GERAL"  TO  WS-DET-NOME
           ELSE
                       MOVE        TAB-CLI-CODIGO  TO  CLI-CODIGO
                       READ        CADCLI
                       IF          AX-STATUS EQUAL "00"
                                   MOVE    CLI-NOME    TO  WS-DET-NOME
                       END-IF
           END-IF

           COMPUTE     WS-EVENTO-INT
                       = FUNCTION INTEGER-OF-DATE(WS-DATA-EVENTO)

           MOVE        WS-EVENTO               TO  WS-DET-EVENTO
           MOVE        TAB-PRO-CODIGO          TO  WS-DET-PRODUTO
           MOVE        TAB-CLI-CODIGO          TO  WS-DET-CLIENTE
           MOVE        TAB-DATA-INICIO         TO  WS-DET-INICIO
           MOVE        TAB-DATA-FIM            TO  WS-DET-FIM
           MOVE        TAB-PRECO               TO  WS-DET-PRECO
           MOVE        TAB-DESCONTO            TO  WS-DET-DESCONTO
           COMPUTE     WS-DET-DIAS = WS-EVENTO-INT - WS-HOJE-INT

           WRITE       LIN-LSTTAB  FROM    WS-DETALHE

           ADD         1                       TO  WS-LINHAS-PAGINA
           ADD         1                       TO  WS-TOT-LISTADOS

           EXIT.

      *>----------------------------------------------------------------
       R-RODAPE.
      *>----------------------------------------------------------------
           MOVE        WS-TOT-INICIAM          TO  WS-ROD-INICIAM
           MOVE        WS-TOT-EXPIRAM          TO  WS-ROD-EXPIRAM
           WRITE       LIN-LSTTAB  FROM    SPACES
           WRITE       LIN-LSTTAB  FROM    WS-RODAPE
           WRITE       LIN-LSTTAB  FROM    WS-RODAPE-02

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
           MOVE        "RELTAB  "              TO  WS-RUN-JOB
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
