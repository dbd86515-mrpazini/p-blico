      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     BAXBCO.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : BAIXA AUTOMATICA DE PARCELAS DO CONTAS A
      *>                 RECEBER A PARTIR DO ARQUIVO RETORNO BANCARIO
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
       COPY    "RETBCO.SEL".
       COPY    "CADREC.SEL".
       COPY    "LSTBAX.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "RETBCO.FD".
       COPY    "CADREC.FD".
       COPY    "LSTBAX.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-RETBCO           PIC  X(001)     VALUE   "N".
               88  AX-FIM-RETBCO                       VALUE   "S".

       77  WS-PAGINA                   PIC  9(004)     VALUE   ZEROS.
       77  WS-LINHAS-PAGINA            PIC  9(002)     VALUE   ZEROS.
       77  WS-MAX-LINHAS               PIC  9(002)     VALUE   50.

       77  WS-TOT-LIDOS                PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-BAIXADOS             PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-REJEITADOS           PIC  9(006)     VALUE   ZEROS.

       01  WS-DATA-SISTEMA             PIC  9(008)     VALUE   ZEROS.

       01  WS-BAX-SALDO                PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-BAX-MOTIVO               PIC  X(040)     VALUE   SPACES.

       01  WS-VALOR-BAIXADO            PIC  9(011)V9(002)
                                                       VALUE   ZEROS.
       01  WS-VALOR-REJEITADO          PIC  9(011)V9(002)
                                                       VALUE   ZEROS.

       COPY    "RUNVARS.LIB".

       01  WS-CAB-01.
           05  FILLER                  PIC  X(030)     VALUE   SPACES.
           05  FILLER                  PIC  X(050)     VALUE
               "BAIXA AUTOMATICA - PAGAMENTOS REJEITADOS".
           05  FILLER                  PIC  X(006)     VALUE
               "Data: ".
           05  WS-CAB-01-DATA          PIC  9(008).
           05  FILLER                  PIC  X(004)     VALUE   SPACES.
           05  FILLER                  PIC  X(010)     VALUE
               "Pagina: ".
           05  WS-CAB-01-PAGINA        PIC  ZZZ9.

       01  WS-CAB-02.
           05  FILLER                  PIC  X(007)     VALUE
               "Pedido".
           05  FILLER                  PIC  X(005)     VALUE
               "Parc".
           05  FILLER                  PIC  X(010)     VALUE
               "Dt.Pagto".
           05  FILLER                  PIC  X(014)     VALUE
               "    Valor Pago".
           05  FILLER                  PIC  X(014)     VALUE
               " Saldo Parcela".
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  FILLER                  PIC  X(040)     VALUE
               "Motivo".

       01  WS-DETALHE.
           05  WS-DET-PEDIDO           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(001)     VALUE   SPACES.
           05  WS-DET-PARCELA          PIC  Z9.
           05  FILLER                  PIC  X(003)     VALUE   SPACES.
           05  WS-DET-DATA             PIC  9(008).
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-VALOR            PIC  ZZZ.ZZZ.ZZ9,99.
           05  WS-DET-SALDO            PIC  ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)     VALUE   SPACES.
           05  WS-DET-MOTIVO           PIC  X(040).

       01  WS-RODAPE.
           05  FILLER                  PIC  X(025)
                   VALUE   "Pagamentos Lidos........:".
           05  WS-ROD-LIDOS            PIC  ZZZ.ZZ9.

       01  WS-RODAPE-02.
           05  FILLER                  PIC  X(025)
                   VALUE   "Pagamentos Baixados.....:".
           05  WS-ROD-BAIXADOS         PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(005)     VALUE   SPACES.
           05  WS-ROD-VLR-BAIXADO      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-RODAPE-03.
           05  FILLER                  PIC  X(025)
                   VALUE   "Pagamentos Rejeitados...:".
           05  WS-ROD-REJEITADOS       PIC  ZZZ.ZZ9.
           05  FILLER                  PIC  X(005)     VALUE   SPACES.
           05  WS-ROD-VLR-REJEITADO    PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           PERFORM     R-RUNCTL-INICIO

           ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN        INPUT       RETBCO
           IF          AX-STATUS EQUAL "35"
                       DISPLAY     "Nenhum Arquivo Retorno a Processar!"
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir RETBCO! Status "
                                   AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         CADREC
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADREC! Status "
                                   AX-STATUS
                       CLOSE       RETBCO
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        OUTPUT      LSTBAX
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir LSTBAX! Status "
                                   AX-STATUS
                       CLOSE       RETBCO      CADREC
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           PERFORM     R-CABECALHO

           PERFORM     UNTIL   AX-FIM-RETBCO
                       READ        RETBCO      NEXT    AT END
                                   SET     AX-FIM-RETBCO   TO  TRUE
                       NOT AT END
                                   PERFORM R-PROCESSA-PAGAMENTO
                       END-READ
           END-PERFORM

           PERFORM     R-RODAPE

           DISPLAY     "Pagamentos Lidos......: " WS-TOT-LIDOS
           DISPLAY     "Pagamentos Baixados...: " WS-TOT-BAIXADOS
           DISPLAY     "Pagamentos Rejeitados.: " WS-TOT-REJEITADOS

           CLOSE       RETBCO      CADREC      LSTBAX

           PERFORM     R-RUNCTL-FIM

           GOBACK.

      *>----------------------------------------------------------------
       R-CABECALHO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-PAGINA
           MOVE        WS-PAGINA               TO  WS-CAB-01-PAGINA
           MOVE        WS-DATA-SISTEMA         TO  WS-CAB-01-DATA
           WRITE       LIN-LSTBAX  FROM    WS-CAB-01
           WRITE       LIN-LSTBAX  FROM    WS-CAB-02
           MOVE        ZEROS                   TO  WS-LINHAS-PAGINA

           EXIT.

      *>----------------------------------------------------------------
       R-PROCESSA-PAGAMENTO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-TOT-LIDOS
           MOVE        ZEROS                   TO  WS-BAX-SALDO

           IF          RET-PED-NUMERO NOT NUMERIC
           OR          RET-PARCELA    NOT NUMERIC
           OR          RET-VALOR-PAGO NOT NUMERIC
                       MOVE        "Registro Invalido no Retorno"
                                               TO  WS-BAX-MOTIVO
                       PERFORM     R-REJEITA-PAGAMENTO
                       EXIT        PARAGRAPH
           END-IF

           IF          RET-DATA-PAGTO NOT NUMERIC
           OR          RET-DATA-PAGTO EQUAL ZEROS
                       MOVE        WS-DATA-SISTEMA TO  RET-DATA-PAGTO
           END-IF

           MOVE        RET-PED-NUMERO          TO  REC-PED-NUMERO
           MOVE        RET-PARCELA             TO  REC-PARCELA
           READ        CADREC
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Parcela nao Encontrada"
                                               TO  WS-BAX-MOTIVO
                       PERFORM     R-REJEITA-PAGAMENTO
                       EXIT        PARAGRAPH
           END-IF

           COMPUTE     WS-BAX-SALDO = REC-VALOR - REC-VALOR-PAGO

           IF          REC-SIT-PAGO
                       MOVE        "Parcela ja Paga"   TO  WS-BAX-MOTIVO
                       PERFORM     R-REJEITA-PAGAMENTO
                       EXIT        PARAGRAPH
           END-IF

           IF          RET-VALOR-PAGO EQUAL ZEROS
                       MOVE        "Valor Pago Zerado" TO  WS-BAX-MOTIVO
                       PERFORM     R-REJEITA-PAGAMENTO
                       EXIT        PARAGRAPH
           END-IF

           IF          RET-VALOR-PAGO GREATER WS-BAX-SALDO
                       MOVE        "Valor Maior que o Saldo da Parcela"
                                               TO  WS-BAX-MOTIVO
                       PERFORM     R-REJEITA-PAGAMENTO
                       EXIT        PARAGRAPH
           END-IF

           ADD         RET-VALOR-PAGO          TO  REC-VALOR-PAGO
           IF          REC-VALOR-PAGO NOT LESS REC-VALOR
                       MOVE        "P"             TO  REC-SITUACAO
                       MOVE        RET-DATA-PAGTO  TO  REC-DATA-PAGTO
           END-IF

           REWRITE     REC-REGISTRO
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Erro na Gravacao da Parcela"
                                               TO  WS-BAX-MOTIVO
                       PERFORM     R-REJEITA-PAGAMENTO
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-TOT-BAIXADOS
           ADD         RET-VALOR-PAGO          TO  WS-VALOR-BAIXADO

           EXIT.

      *>----------------------------------------------------------------
       R-REJEITA-PAGAMENTO.
      *>----------------------------------------------------------------
           IF          WS-LINHAS-PAGINA NOT LESS WS-MAX-LINHAS
                       PERFORM     R-CABECALHO
           END-IF

           MOVE        ZEROS                   TO  WS-DET-PEDIDO
                                                   WS-DET-PARCELA
                                                   WS-DET-DATA
                                                   WS-DET-VALOR
           IF          RET-PED-NUMERO NUMERIC
                       MOVE        RET-PED-NUMERO      TO  WS-DET-PEDIDO
           END-IF
           IF          RET-PARCELA NUMERIC
                       MOVE        RET-PARCELA     TO  WS-DET-PARCELA
           END-IF
           IF          RET-DATA-PAGTO NUMERIC
                       MOVE        RET-DATA-PAGTO      TO  WS-DET-DATA
           END-IF
           IF          RET-VALOR-PAGO NUMERIC
                       MOVE        RET-VALOR-PAGO      TO  WS-DET-VALOR
                       ADD         RET-VALOR-PAGO
                                               TO  WS-VALOR-REJEITADO
           END-IF
           MOVE        WS-BAX-SALDO            TO  WS-DET-SALDO
           MOVE        WS-BAX-MOTIVO           TO  WS-DET-MOTIVO

           WRITE       LIN-LSTBAX  FROM    WS-DETALHE

           ADD         1                       TO  WS-LINHAS-PAGINA
           ADD         1                       TO  WS-TOT-REJEITADOS

           EXIT.

      *>----------------------------------------------------------------
       R-RODAPE.
      *>----------------------------------------------------------------
           MOVE        WS-TOT-LIDOS            TO  WS-ROD-LIDOS
           MOVE        WS-TOT-BAIXADOS         TO  WS-ROD-BAIXADOS
           MOVE        WS-VALOR-BAIXADO        TO  WS-ROD-VLR-BAIXADO
           MOVE        WS-TOT-REJEITADOS       TO  WS-ROD-REJEITADOS
           MOVE        WS-VALOR-REJEITADO      TO  WS-ROD-VLR-REJEITADO
           WRITE       LIN-LSTBAX  FROM    SPACES
           WRITE       LIN-LSTBAX  FROM    WS-RODAPE
           WRITE       LIN-LSTBAX  FROM    WS-RODAPE-02
           WRITE       LIN-LSTBAX  FROM    WS-RODAPE-03

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
           MOVE        "BAXBCO  "              TO  WS-RUN-JOB
           MOVE        "I"                     TO  WS-RUN-EVENTO
           CALL        "GRVRUN"    USING   WS-RUN-DADOS
           CANCEL      "GRVRUN"

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-FIM.
      *>----------------------------------------------------------------
           MOVE        "F"                     TO  WS-RUN-EVENTO
           MOVE        WS-TOT-LIDOS            TO  WS-RUN-LIDOS
           MOVE        WS-TOT-BAIXADOS         TO  WS-RUN-GRAVADOS
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
