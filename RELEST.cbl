      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     RELEST.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : RELATORIO DE POSICAO DE ESTOQUE POR PRODUTO
      *>                 COM PRODUTOS ABAIXO DO ESTOQUE MINIMO
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
       COPY    "CADPRO.SEL".
       COPY    "CADEST.SEL".
       COPY    "LSTEST.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADPRO.FD".
       COPY    "CADEST.FD".
       COPY    "LSTEST.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-CADPRO           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADPRO                       VALUE   "S".

       77  WS-PAGINA                   PIC  9(004)     VALUE   ZEROS.
       77  WS-LINHAS-PAGINA            PIC  9(002)     VALUE   ZEROS.
       77  WS-MAX-LINHAS               PIC  9(002)     VALUE   50.
       77  WS-TOTAL-PRODUTOS           PIC  9(006)     VALUE   ZEROS.
       77  WS-TOTAL-ABAIXO             PIC  9(006)     VALUE   ZEROS.

       01  WS-DATA-SISTEMA             PIC  9(008)     VALUE   ZEROS.

       01  WS-EST-ARQUIVO              PIC  X(001)     VALUE   "N".
           88  WS-EST-ABERTO                           VALUE   "S".

       01  WS-FALTA                    PIC  9(008)     VALUE   ZEROS.

       COPY    "RUNVARS.LIB".

       01  WS-CAB-01.
           05  FILLER                  PIC  X(030)     VALUE   SPACES.
           05  FILLER                  PIC  X(050)     VALUE
               "POSICAO DE ESTOQUE POR PRODUTO".
           05  FILLER                  PIC  X(006)     VALUE
               "Data: ".
           05  WS-CAB-01-DATA          PIC  9(008).
           05  FILLER                  PIC  X(004)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               "Pagina: ".
           05  WS-CAB-01-PAGINA        PIC  ZZZ9.

       01  WS-CAB-02.
           05  FILLER                  PIC  X(006)     VALUE
               "Codigo".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(032)     VALUE
               "Descricao".
           05  FILLER                  PIC  X(010)     VALUE
               "     Saldo".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(009)     VALUE
               "   Minimo".
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               "Ult.Movto".
           05  FILLER                  PIC  X(013)     VALUE
               "Tipo".
           05  FILLER                  PIC  X(010)     VALUE
               "Qtd.Movto".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(006)     VALUE
               "Minimo".

       01  WS-DETALHE.
           05  WS-DET-CODIGO           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-DESCRICAO        PIC  X(030).
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-SALDO            PIC  --.---.--9.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-MINIMO           PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-DET-DATA             PIC  9(008).
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-TIPO             PIC  X(013).
           05  WS-DET-QTD-MOV          PIC  --.---.--9.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-ABAIXO           PIC  X(006).

       01  WS-CAB-03.
           05  FILLER                  PIC  X(040)     VALUE
               "PRODUTOS ABAIXO DO ESTOQUE MINIMO".

       01  WS-CAB-04.
           05  FILLER                  PIC  X(006)     VALUE
               "Codigo".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(032)     VALUE
               "Descricao".
           05  FILLER                  PIC  X(010)     VALUE
               "     Saldo".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(009)     VALUE
               "   Minimo".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               "     Falta".

       01  WS-DETALHE-2.
           05  WS-DT2-CODIGO           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DT2-DESCRICAO        PIC  X(030).
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DT2-SALDO            PIC  --.---.--9.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DT2-MINIMO           PIC  Z.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DT2-FALTA            PIC  ZZ.ZZZ.ZZ9.

       01  WS-RODAPE.
           05  FILLER                  PIC  X(025)
                   VALUE   "Total de Produtos.......:".
           05  WS-ROD-TOTAL            PIC  ZZZ.ZZ9.

       01  WS-RODAPE-02.
           05  FILLER                  PIC  X(025)
                   VALUE   "Abaixo do Minimo........:".
           05  WS-ROD-ABAIXO           PIC  ZZZ.ZZ9.

      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           PERFORM     R-RUNCTL-INICIO

           ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN        INPUT       CADPRO
           IF          AX-STATUS EQUAL "35"
                       DISPLAY     "Nenhum Produto Cadastrado!"
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPRO! Status "
                                   AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        INPUT       CADEST
           IF          AX-STATUS EQUAL "00"
                       MOVE        "S"         TO  WS-EST-ARQUIVO
           ELSE
                       IF          AX-STATUS NOT EQUAL "35"
                                   DISPLAY     "Erro ao Abrir CADEST! "
                                               "Status " AX-STATUS
                                   CLOSE       CADPRO
                                   MOVE        8           TO  WS-RUN-RC
                                   PERFORM     R-RUNCTL-FIM
                                   GOBACK
                       END-IF
           END-IF

           OPEN        OUTPUT      LSTEST
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir LSTEST! Status "
                                   AX-STATUS
                       CLOSE       CADPRO
                       IF          WS-EST-ABERTO
                                   CLOSE       CADEST
                       END-IF
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           PERFORM     R-CABECALHO

           MOVE        ZEROS                   TO  PRO-CODIGO
           START       CADPRO      KEY NOT LESS PRO-CODIGO
           IF          AX-STATUS NOT EQUAL "00"
                       SET         AX-FIM-CADPRO   TO  TRUE
           END-IF

           PERFORM     UNTIL   AX-FIM-CADPRO
                       READ        CADPRO      NEXT    AT END
                                   SET     AX-FIM-CADPRO   TO  TRUE
                       NOT AT END
                                   PERFORM R-IMPRIME-PRODUTO
                       END-READ
           END-PERFORM

           PERFORM     R-LISTA-ABAIXO-MINIMO

           PERFORM     R-RODAPE

           CLOSE       CADPRO      LSTEST
           IF          WS-EST-ABERTO
                       CLOSE       CADEST
           END-IF

           PERFORM     R-RUNCTL-FIM

           GOBACK.

      *>----------------------------------------------------------------
       R-LE-ESTOQUE.
      *>----------------------------------------------------------------
           INITIALIZE  EST-REGISTRO
           MOVE        PRO-CODIGO              TO  EST-PRO-CODIGO
           IF          WS-EST-ABERTO
                       READ        CADEST
                       IF          AX-STATUS NOT EQUAL "00"
                                   INITIALIZE  EST-REGISTRO
                                   MOVE        PRO-CODIGO
                                               TO  EST-PRO-CODIGO
                       END-IF
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-IMPRIME-PRODUTO.
      *>----------------------------------------------------------------
           PERFORM     R-LE-ESTOQUE

           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO
           END-IF

           MOVE        PRO-CODIGO              TO  WS-DET-CODIGO
           MOVE        PRO-DESCRICAO(1:30)     TO  WS-DET-DESCRICAO
           MOVE        EST-SALDO               TO  WS-DET-SALDO
           MOVE        EST-MINIMO              TO  WS-DET-MINIMO
           MOVE        EST-DATA-ULT-MOV        TO  WS-DET-DATA
           MOVE        EST-QTD-ULT-MOV         TO  WS-DET-QTD-MOV

           EVALUATE    EST-TIPO-ULT-MOV
               WHEN    "E"
                       MOVE        "Entrada"       TO  WS-DET-TIPO
               WHEN    "S"
                       MOVE        "Faturamento"   TO  WS-DET-TIPO
               WHEN    "C"
                       MOVE        "Cancelamento"  TO  WS-DET-TIPO
               WHEN    "A"
                       MOVE        "Ajuste"        TO  WS-DET-TIPO
               WHEN    "D"
                       MOVE        "Devolucao"     TO  WS-DET-TIPO
               WHEN    OTHER
                       MOVE        "Sem Movimento" TO  WS-DET-TIPO
           END-EVALUATE

           MOVE        SPACES                  TO  WS-DET-ABAIXO
           IF          PRO-SIT-ATIVO
           AND         EST-MINIMO GREATER ZEROS
           AND         EST-SALDO LESS EST-MINIMO
                       MOVE        "ABAIXO"    TO  WS-DET-ABAIXO
           END-IF

           WRITE       LIN-LSTEST  FROM    WS-DETALHE

           ADD         1                       TO  WS-LINHAS-PAGINA
           ADD         1                       TO  WS-TOTAL-PRODUTOS

           EXIT.

      *>----------------------------------------------------------------
       R-LISTA-ABAIXO-MINIMO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  AX-EOF-CADPRO
           MOVE        ZEROS                   TO  PRO-CODIGO
           START       CADPRO      KEY NOT LESS PRO-CODIGO
           IF          AX-STATUS NOT EQUAL "00"
                       SET         AX-FIM-CADPRO   TO  TRUE
           END-IF

           WRITE       LIN-LSTEST  FROM    SPACES
           PERFORM     R-CABECALHO-MINIMO

           PERFORM     UNTIL   AX-FIM-CADPRO
                       READ        CADPRO      NEXT    AT END
                                   SET     AX-FIM-CADPRO   TO  TRUE
                       NOT AT END
                                   PERFORM R-VERIFICA-MINIMO
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-VERIFICA-MINIMO.
      *>----------------------------------------------------------------
           IF          PRO-SIT-INATIVO
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-LE-ESTOQUE

           IF          EST-MINIMO EQUAL ZEROS
           OR          EST-SALDO NOT LESS EST-MINIMO
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO-MINIMO
           END-IF

           COMPUTE     WS-FALTA = EST-MINIMO - EST-SALDO

           MOVE        PRO-CODIGO              TO  WS-DT2-CODIGO
           MOVE        PRO-DESCRICAO(1:30)     TO  WS-DT2-DESCRICAO
           MOVE        EST-SALDO               TO  WS-DT2-SALDO
           MOVE        EST-MINIMO              TO  WS-DT2-MINIMO
           MOVE        WS-FALTA                TO  WS-DT2-FALTA

           WRITE       LIN-LSTEST  FROM    WS-DETALHE-2

           ADD         1                       TO  WS-LINHAS-PAGINA
           ADD         1                       TO  WS-TOTAL-ABAIXO

           EXIT.

      *>----------------------------------------------------------------
       R-CABECALHO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-PAGINA
           MOVE        WS-PAGINA               TO  WS-CAB-01-PAGINA
           MOVE        WS-DATA-SISTEMA         TO  WS-CAB-01-DATA
           WRITE       LIN-LSTEST  FROM    WS-CAB-01
           WRITE       LIN-LSTEST  FROM    WS-CAB-02
           MOVE        ZEROS                   TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-CABECALHO-MINIMO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-PAGINA
           MOVE        WS-PAGINA               TO  WS-CAB-01-PAGINA
           MOVE        WS-DATA-SISTEMA         TO  WS-CAB-01-DATA
           WRITE       LIN-LSTEST  FROM    WS-CAB-01
           WRITE       LIN-LSTEST  FROM    WS-CAB-03
           WRITE       LIN-LSTEST  FROM    WS-CAB-04
           MOVE        ZEROS                   TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-RODAPE.
      *>----------------------------------------------------------------
           MOVE        WS-TOTAL-PRODUTOS       TO  WS-ROD-TOTAL
           MOVE        WS-TOTAL-ABAIXO         TO  WS-ROD-ABAIXO
           WRITE       LIN-LSTEST  FROM    SPACES
           WRITE       LIN-LSTEST  FROM    WS-RODAPE
           WRITE       LIN-LSTEST  FROM    WS-RODAPE-02

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
           MOVE        "RELEST  "              TO  WS-RUN-JOB
           MOVE        "I"                     TO  WS-RUN-EVENTO
           CALL        "GRVRUN"    USING   WS-RUN-DADOS
           CANCEL      "GRVRUN"

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-FIM.
      *>----------------------------------------------------------------
           MOVE        "F"                     TO  WS-RUN-EVENTO
           MOVE        WS-TOTAL-PRODUTOS       TO  WS-RUN-LIDOS
           MOVE        WS-TOTAL-ABAIXO         TO  WS-RUN-GRAVADOS
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
