      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     BUSPRC.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : BUSCA DO PRECO VIGENTE DO PRODUTO NA DATA DO
      *>                 PEDIDO PARA O CLIENTE (CADTAB) - TABELA DO
      *>                 CLIENTE, SENAO TABELA GERAL, SENAO O PRECO
      *>                 DO CADASTRO DE PRODUTOS, MENOS O DESCONTO
      *>                 (SUBPROGRAMA CHAMADO VIA CALL)
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

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADTAB.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-CADTAB           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADTAB                       VALUE   "S".

       01  WS-BUSCA-CLIENTE            PIC  9(006)     VALUE   ZEROS.

       01  WS-VIGENTE                  PIC  X(001)     VALUE   "N".
           88  WS-VIG-ACHOU                            VALUE   "S".
       01  WS-VIG-PRECO                PIC  9(007)V9(002)
                                                       VALUE   ZEROS.
       01  WS-VIG-DESCONTO             PIC  9(003)V9(002)
                                                       VALUE   ZEROS.

      *>----------------------------------------------------------------
       LINKAGE SECTION.
      *>----------------------------------------------------------------

       01  LK-PRC-DADOS.
           05  LK-PRC-PRODUTO          PIC  9(006).
           05  LK-PRC-CLIENTE          PIC  9(006).
           05  LK-PRC-DATA             PIC  9(008).
           05  LK-PRC-PRECO-BASE       PIC  9(007)V9(002).
           05  LK-PRC-PRECO            PIC  9(007)V9(002).
           05  LK-PRC-DESCONTO         PIC  9(003)V9(002).
           05  LK-PRC-ORIGEM           PIC  X(001).
           05  LK-PRC-RETORNO          PIC  X(002).

      *>----------------------------------------------------------------
       PROCEDURE DIVISION      USING   LK-PRC-DADOS.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           MOVE        LK-PRC-PRECO-BASE        TO  LK-PRC-PRECO
           MOVE        ZEROS                    TO  LK-PRC-DESCONTO
           MOVE        "P"                      TO  LK-PRC-ORIGEM
           MOVE        "00"                     TO  LK-PRC-RETORNO

           OPEN        INPUT       CADTAB
           IF          AX-STATUS EQUAL "35"
                       GOBACK
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        AX-STATUS    TO  LK-PRC-RETORNO
                       GOBACK
           END-IF

           MOVE        ZEROS                    TO  WS-BUSCA-CLIENTE
           PERFORM     R-BUSCA-VIGENTE
           IF          WS-VIG-ACHOU
                       IF          WS-VIG-PRECO GREATER ZEROS
                                   MOVE    WS-VIG-PRECO
                                                   TO  LK-PRC-PRECO
                       END-IF
                       MOVE        WS-VIG-DESCONTO TO  LK-PRC-DESCONTO
                       MOVE        "T"             TO  LK-PRC-ORIGEM
           END-IF

           IF          LK-PRC-CLIENTE GREATER ZEROS
                       MOVE        LK-PRC-CLIENTE  TO  WS-BUSCA-CLIENTE
                       PERFORM     R-BUSCA-VIGENTE
                       IF          WS-VIG-ACHOU
                                   IF      WS-VIG-PRECO GREATER ZEROS
                                           MOVE    WS-VIG-PRECO
                                                   TO  LK-PRC-PRECO
                                   END-IF
                                   MOVE    WS-VIG-DESCONTO
                                                   TO  LK-PRC-DESCONTO
                                   MOVE    "C"     TO  LK-PRC-ORIGEM
                       END-IF
           END-IF

           CLOSE       CADTAB

           IF          LK-PRC-DESCONTO GREATER ZEROS
                       COMPUTE     LK-PRC-PRECO ROUNDED
                                   = LK-PRC-PRECO
                                   * (100 - LK-PRC-DESCONTO) / 100
           END-IF

           GOBACK.

      *>----------------------------------------------------------------
       R-BUSCA-VIGENTE.
      *>----------------------------------------------------------------
           MOVE        "N"                      TO  WS-VIGENTE
                                                    AX-EOF-CADTAB
           MOVE        ZEROS                    TO  WS-VIG-PRECO
                                                    WS-VIG-DESCONTO

           MOVE        LK-PRC-PRODUTO           TO  TAB-PRO-CODIGO
           MOVE        WS-BUSCA-CLIENTE         TO  TAB-CLI-CODIGO
           MOVE        ZEROS                    TO  TAB-DATA-INICIO
           START       CADTAB      KEY NOT LESS TAB-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADTAB
                       READ        CADTAB      NEXT    AT END
                                   SET     AX-FIM-CADTAB   TO  TRUE
                       NOT AT END
                                   PERFORM R-AVALIA-VIGENCIA
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-AVALIA-VIGENCIA.
      *>----------------------------------------------------------------
           IF          TAB-PRO-CODIGO NOT EQUAL LK-PRC-PRODUTO
           OR          TAB-CLI-CODIGO NOT EQUAL WS-BUSCA-CLIENTE
           OR          TAB-DATA-INICIO GREATER LK-PRC-DATA
                       SET         AX-FIM-CADTAB   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           IF          TAB-DATA-FIM EQUAL ZEROS
           OR          TAB-DATA-FIM NOT LESS LK-PRC-DATA
                       MOVE        "S"             TO  WS-VIGENTE
                       MOVE        TAB-PRECO       TO  WS-VIG-PRECO
                       MOVE        TAB-DESCONTO    TO  WS-VIG-DESCONTO
           END-IF

           EXIT.

      *>----------------------------------------------------------------
