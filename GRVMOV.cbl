      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     GRVMOV.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : ATUALIZACAO DO SALDO DE ESTOQUE (CADEST) E
      *>                 GRAVACAO DO MOVIMENTO (MOVEST)
      *>                 (SUBPROGRAMA CHAMADO VIA CALL)
      *>                 NO TIPO A (AJUSTE) A QUANTIDADE RECEBIDA E O
      *>                 SALDO CONTADO; A DIFERENCA E CALCULADA AQUI E
      *>                 DEVOLVIDA EM LK-MOV-QUANTIDADE
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
       COPY    "CADEST.SEL".
       COPY    "MOVEST.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADEST.FD".
       COPY    "MOVEST.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

       01  WS-EST-NOVO                 PIC  X(001)     VALUE   "N".
           88  WS-EST-INCLUIR                          VALUE   "S".

       01  WS-DATA-HORA-SISTEMA.
           05  WS-DHS-DATA.
               10  WS-DHS-ANO          PIC  9(004).
               10  WS-DHS-MES          PIC  9(002).
               10  WS-DHS-DIA          PIC  9(002).
           05  WS-DHS-HORA.
               10  WS-DHS-HH           PIC  9(002).
               10  WS-DHS-MM           PIC  9(002).
               10  WS-DHS-SS           PIC  9(002).
           05  FILLER                  PIC  X(009).

      *>----------------------------------------------------------------
       LINKAGE SECTION.
      *>----------------------------------------------------------------

       01  LK-MOV-DADOS.
           05  LK-MOV-OPERADOR         PIC  X(010).
           05  LK-MOV-PRODUTO          PIC  9(006).
           05  LK-MOV-TIPO             PIC  X(001).
           05  LK-MOV-QUANTIDADE       PIC S9(007).
           05  LK-MOV-DOCUMENTO        PIC  9(006).
           05  LK-MOV-MOTIVO           PIC  X(030).
           05  LK-MOV-RETORNO          PIC  X(002).

      *>----------------------------------------------------------------
       PROCEDURE DIVISION      USING   LK-MOV-DADOS.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           ACCEPT      WS-DHS-DATA              FROM    DATE YYYYMMDD
           ACCEPT      WS-DHS-HORA              FROM    TIME

           OPEN        EXTEND      MOVEST
           IF          AX-STATUS EQUAL "05" OR "35"
                       OPEN        OUTPUT      MOVEST
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        AX-STATUS    TO  LK-MOV-RETORNO
                       GOBACK
           END-IF

           OPEN        I-O         CADEST
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADEST
                       CLOSE       CADEST
                       OPEN        I-O         CADEST
           END-IF
           IF          AX-STATUS NOT EQUAL "00" AND "05"
                       MOVE        AX-STATUS    TO  LK-MOV-RETORNO
                       CLOSE       MOVEST
                       GOBACK
           END-IF

           MOVE        "N"                      TO  WS-EST-NOVO
           MOVE        LK-MOV-PRODUTO           TO  EST-PRO-CODIGO
           READ        CADEST      WITH LOCK
           IF          AX-STATUS EQUAL "23"
                       INITIALIZE  EST-REGISTRO
                       MOVE        LK-MOV-PRODUTO  TO  EST-PRO-CODIGO
                       MOVE        "S"             TO  WS-EST-NOVO
           ELSE
                       IF          AX-STATUS NOT EQUAL "00"
                                   MOVE    AX-STATUS   TO LK-MOV-RETORNO
                                   CLOSE       CADEST  MOVEST
                                   GOBACK
                       END-IF
           END-IF

           IF          LK-MOV-TIPO EQUAL "A"
                       COMPUTE     LK-MOV-QUANTIDADE =
                                   LK-MOV-QUANTIDADE - EST-SALDO
                       IF          LK-MOV-QUANTIDADE EQUAL ZEROS
                                   UNLOCK      CADEST  RECORD
                                   CLOSE       CADEST  MOVEST
                                   MOVE        "00" TO LK-MOV-RETORNO
                                   GOBACK
                       END-IF
           END-IF

           ADD         LK-MOV-QUANTIDADE        TO  EST-SALDO
           MOVE        WS-DHS-DATA              TO  EST-DATA-ULT-MOV
           MOVE        LK-MOV-TIPO              TO  EST-TIPO-ULT-MOV
           MOVE        LK-MOV-QUANTIDADE        TO  EST-QTD-ULT-MOV

           STRING      WS-DHS-ANO      "-"  WS-DHS-MES  "-"  WS-DHS-DIA
                       " "             WS-DHS-HH   ":"  WS-DHS-MM
                       ":"             WS-DHS-SS
                                   DELIMITED BY  SIZE
                                   INTO    MOV-DATA-HORA
           MOVE        LK-MOV-PRODUTO           TO  MOV-PRO-CODIGO
           MOVE        LK-MOV-TIPO              TO  MOV-TIPO
           MOVE        LK-MOV-QUANTIDADE        TO  MOV-QUANTIDADE
           MOVE        EST-SALDO                TO  MOV-SALDO
           MOVE        LK-MOV-DOCUMENTO         TO  MOV-DOCUMENTO
           MOVE        LK-MOV-MOTIVO            TO  MOV-MOTIVO
           MOVE        LK-MOV-OPERADOR          TO  MOV-OPERADOR

           WRITE       MOV-REGISTRO
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        AX-STATUS    TO  LK-MOV-RETORNO
                       UNLOCK      CADEST  RECORD
                       CLOSE       CADEST  MOVEST
                       GOBACK
           END-IF

           CLOSE       MOVEST

           IF          WS-EST-INCLUIR
                       WRITE       EST-REGISTRO
           ELSE
                       REWRITE     EST-REGISTRO
                       UNLOCK      CADEST  RECORD
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        AX-STATUS    TO  LK-MOV-RETORNO
                       CLOSE       CADEST
                       GOBACK
           END-IF

           CLOSE       CADEST

           MOVE        "00"                     TO  LK-MOV-RETORNO

           GOBACK.

      *>----------------------------------------------------------------
