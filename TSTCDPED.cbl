       FILE-CONTROL.
      *>----------------------------------------------------------------
       COPY    "CADPED.SEL".
       COPY    "CADPED.SEL"    REPLACING   CADPED      BY  HISPED
                                           LB-CADPED   BY  LB-HISPED
                               LEADING     ==PED-==    BY  ==hPED-==.
       COPY    "CADCLI.SEL".
       COPY    "CADVND.SEL".
       COPY    "CADOPR.SEL".
       COPY    "CADPRO.SEL".
       COPY    "CADITE.SEL".
       COPY    "CADITE.SEL"    REPLACING   CADITE      BY  HISITE
                                           LB-CADITE   BY  LB-HISITE
                               LEADING     ==ITE-==    BY  ==hITE-==.
       COPY    "CADREC.SEL".
       COPY    "CADPAR.SEL".
       COPY    "CADPER.SEL".
       COPY    "CADEST.SEL".
       COPY    "CADDEV.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADPED.FD".
       COPY    "CADPED.FD"     REPLACING   CADPED      BY  HISPED
                               LEADING     ==PED-==    BY  ==hPED-==.
       COPY    "CADCLI.FD".
       COPY    "CADVND.FD".
       COPY    "CADOPR.FD".
       COPY    "CADPRO.FD".
       COPY    "CADITE.FD".
       COPY    "CADITE.FD"     REPLACING   CADITE      BY  HISITE
                               LEADING     ==ITE-==    BY  ==hITE-==.
       COPY    "CADREC.FD".
       COPY    "CADPAR.FD".
       COPY    "CADPER.FD".
       COPY    "CADEST.FD".
       COPY    "CADDEV.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           88  WS-OPR-PODE-EXCLUIR                     VALUE   "S".
       01  WS-OPR-PERM-CONSULTA        PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-CONSULTAR                   VALUE   "S".
       01  WS-OPR-PERM-LIBERACAO       PIC  X(001)     VALUE   "N".
           88  WS-OPR-PODE-LIBERAR                     VALUE   "S".

       01  WS-PED-NUMERO               PIC  9(006)     VALUE   ZEROS.

       01  WS-SIT-DESCRICAO            PIC  X(010)     VALUE   SPACES.

       01  WS-CONSULTA-VND             PIC  9(006)     VALUE   ZEROS.
       01  WS-CONSULTA-PED             PIC  9(006)     VALUE   ZEROS.
       01  WS-CONSULTA-HIS             PIC  X(001)     VALUE   "N".
           88  WS-CONSULTA-HISTORICO                   VALUE   "S" "s".
       01  WS-ORIGEM-PED               PIC  X(001)     VALUE   "A".
           88  WS-PED-DO-HISTORICO                     VALUE   "H".

       77  WS-ITE-MAX                  PIC  9(003)     VALUE   999.
       01  WS-ITE-QTD                  PIC  9(003)     VALUE   ZEROS.

       01  WS-AUD-VAL-EDIT             PIC  ZZZ.ZZZ.ZZ9,99.

       01  WS-DATA-SISTEMA             PIC  9(008)     VALUE   ZEROS.
       01  WS-HOJE-INT                 PIC  9(008)     VALUE   ZEROS.
       01  WS-VENC-INT                 PIC  9(008)     VALUE   ZEROS.
       01  WS-DIAS-ATRASO              PIC  S9(005)    VALUE   ZEROS.

       01  WS-CRD-LIMITE               PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-CRD-ABERTO               PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-CRD-SALDO                PIC  9(009)V9(002)
                                                       VALUE   ZEROS.
       01  WS-CRD-COMPROMETIDO         PIC  9(010)V9(002)
                                                       VALUE   ZEROS.
       01  WS-CRD-ATRASO               PIC  9(005)     VALUE   ZEROS.
       01  WS-CRD-TOLERANCIA           PIC  9(005)     VALUE   ZEROS.
       01  WS-CRD-EXCEDE-LIMITE        PIC  X(001)     VALUE   "N".
           88  WS-CRD-LIMITE-EXCEDIDO                  VALUE   "S".
       01  WS-CRD-EXCEDE-ATRASO        PIC  X(001)     VALUE   "N".
           88  WS-CRD-ATRASO-EXCEDIDO                  VALUE   "S".
       01  WS-CRD-RESULTADO            PIC  X(001)     VALUE   "S".
           88  WS-CRD-APROVADO                         VALUE   "S".
       01  WS-CRD-LIBERACAO            PIC  X(001)     VALUE   "N".
           88  WS-CRD-LIBERADO                         VALUE   "S".
       01  WS-CRD-VAL-EDIT             PIC  Z.ZZZ.ZZZ.ZZ9,99.
       01  WS-CRD-DIAS-EDIT            PIC  ZZZZ9.

       COPY    "AUDVARS.LIB".

       COPY    "MOVVARS.LIB".

       COPY    "PRCVARS.LIB".

       01  WS-DEV-SITUACAO             PIC  X(001)     VALUE   "N".
           88  WS-DEV-EXISTE                           VALUE   "S".

       01  WS-EST-ARQUIVO              PIC  X(001)     VALUE   "N".
           88  WS-EST-ABERTO                           VALUE   "S".
       01  WS-EST-SALDO                PIC S9(007)     VALUE   ZEROS.
       01  WS-EST-PEDIDO               PIC  9(007)     VALUE   ZEROS.

       01  WS-EST-MENSAGEM.
           05  FILLER                  PIC  X(033)
                   VALUE   "Estoque Insuficiente! Disponivel:".
           05  WS-EST-MSG-SALDO        PIC  ---.--9.
           05  FILLER                  PIC  X(008)
                   VALUE   " [ENTER]".

       01  WS-MOV-MENSAGEM.
           05  FILLER                  PIC  X(036)
                   VALUE   "Erro no Movimento de Estoque! Prod. ".
           05  WS-MOV-MSG-PRODUTO      PIC  ZZZZZ9.
           05  FILLER                  PIC  X(008)
                   VALUE   " Status ".
           05  WS-MOV-MSG-STATUS       PIC  X(002).
           05  FILLER                  PIC  X(008)
                   VALUE   " [ENTER]".

       01  WS-FAT-MENSAGEM.
           05  FILLER                  PIC  X(026)
                   VALUE   "Pedido Faturado! Parcelas ".
           05  LINE 06 COLUMN 10   VALUE   "Consulta de Pedidos por Vendedor".
           05  LINE 08 COLUMN 10   VALUE   "Vendedor (zeros = todos):".
           05  LINE 08 COLUMN 36   PIC ZZZZZ9 USING WS-CONSULTA-VND.
           05  LINE 10 COLUMN 10   VALUE   "Pedido   (zeros = todos):".
           05  LINE 10 COLUMN 36   PIC ZZZZZ9 USING WS-CONSULTA-PED.
           05  LINE 12 COLUMN 10   VALUE   "Historico (S/N).........:".
           05  LINE 12 COLUMN 36   PIC X(001) USING WS-CONSULTA-HIS.

       01  T-DISPLAY.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 12 COLUMN 33   PIC X(034) FROM     WS-NOME-VENDEDOR.
           05  LINE 18 COLUMN 25   PIC X(010) FROM     WS-SIT-DESCRICAO.

       01  T-CREDITO.
           05  LINE 20 COLUMN 10   VALUE   "Saldo Aberto.:".
           05  LINE 20 COLUMN 25   PIC ZZZ.ZZZ.ZZ9,99 FROM WS-CRD-ABERTO.
           05  LINE 20 COLUMN 40   VALUE   "Limite Cred..:".
           05  LINE 20 COLUMN 55   PIC ZZZ.ZZZ.ZZ9,99 FROM WS-CRD-LIMITE.
           05  LINE 21 COLUMN 10   VALUE   "Maior Atraso.:".
           05  LINE 21 COLUMN 25   PIC ZZZZ9 FROM WS-CRD-ATRASO.
           05  LINE 21 COLUMN 31   VALUE   "dia(s)".

       01  T-ITENS.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
           05  LINE 04 COLUMN 10   VALUE   "Itens do Pedido".
           05  LINE 06 COLUMN 10   VALUE   "Linha........:".
           05  LINE 06 COLUMN 25   PIC ZZ9 FROM WS-ITE-PROXIMA.
           05  LINE 08 COLUMN 10   VALUE   "Produto......:".
           05  LINE 09 COLUMN 10   VALUE   "Preco Unit...:".
           05  LINE 10 COLUMN 10   VALUE   "Quantidade...:".
           05  LINE 12 COLUMN 10   VALUE   "Qtd. Itens...:".
           05  LINE 12 COLUMN 25   PIC ZZ9 FROM WS-ITE-QTD.

       01  T-ITE-DESCR.
           05  LINE 08 COLUMN 33   PIC X(034) FROM     WS-ITE-DESCRICAO.
           05  LINE 09 COLUMN 25   PIC Z.ZZZ.ZZ9,99 FROM WS-ITE-PRECO.

       01  T-ITEM-CONS.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
                                               WS-OPR-PERM-ALTERACAO
                                               WS-OPR-PERM-EXCLUSAO
                                               WS-OPR-PERM-CONSULTA
                                               WS-OPR-PERM-LIBERACAO
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE    OPR-PERM-ALTERACAO    TO  WS-OPR-PERM-ALTERACAO
                       MOVE    OPR-PERM-EXCLUSAO     TO  WS-OPR-PERM-EXCLUSAO
                       MOVE    OPR-PERM-CONSULTA     TO  WS-OPR-PERM-CONSULTA
                       MOVE    OPR-PERM-LIBERACAO    TO  WS-OPR-PERM-LIBERACAO
           END-IF

           CLOSE       CADOPR
                                   EXIT        PARAGRAPH
                       END-IF
                       PERFORM     R-BUSCA-NOMES
                       PERFORM     R-APURA-CREDITO
                       DISPLAY     T-ACCEPT    T-NOMES     T-CREDITO
                       MOVE        PED-DATA            TO  WS-CHECA-DATA
                       PERFORM     R-CHECA-COMPETENCIA
                       IF          WS-PER-FECHADA
                                   ACCEPT      T-MENS
                                   EXIT        PARAGRAPH
                       END-IF
                       IF          NOT PED-SIT-ABERTO
                                   CLOSE       CADPED
                                   MOVE        "Pedido Faturado ou Cancelado! Alteracao nao Permitida. [ENTER]"    TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PARAGRAPH
                       END-IF
                       MOVE        PED-REGISTRO        TO  WS-PED-ANTES
           ELSE
                       IF          AX-STATUS EQUAL "00"
                                   ACCEPT      T-MENS
                                   EXIT        PARAGRAPH
                       END-IF
                       OPEN        INPUT       HISPED
                       IF          AX-STATUS EQUAL "00"
                                   MOVE        WS-PED-NUMERO       TO  hPED-NUMERO
                                   READ        HISPED
                                   IF          AX-STATUS EQUAL "00"
                                               CLOSE       HISPED  CADPED
                                               MOVE        "Pedido ja Cadastrado no Historico! [ENTER]"    TO  AX-MENSAGEM
                                               DISPLAY     T-MENS
                                               ACCEPT      T-MENS
                                               EXIT        PARAGRAPH
                                   END-IF
                                   CLOSE       HISPED
                       END-IF
                       INITIALIZE  PED-REGISTRO
                                   WS-PED-ANTES
                       MOVE        WS-PED-NUMERO       TO  PED-NUMERO
           CLOSE       CADCLI
           DISPLAY     T-NOMES

           PERFORM     R-APURA-CREDITO
           DISPLAY     T-CREDITO

           ADD         1                       TO  AX-CAMPO

           EXIT.
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  WS-EST-ARQUIVO
           OPEN        INPUT       CADEST
           IF          AX-STATUS EQUAL "00"
                       MOVE        "S"         TO  WS-EST-ARQUIVO
           END-IF

           PERFORM     R-CAPTA-ITENS

           CLOSE       CADPRO
           IF          WS-EST-ABERTO
                       CLOSE       CADEST
           END-IF

           MOVE        WS-ITE-QTD              TO  PED-QTD-ITENS
           MOVE        WS-ITE-SOMA             TO  PED-VALOR-TOTAL
           DISPLAY     T-DISPLAY   T-ACCEPT    T-NOMES     T-CREDITO

           IF          WS-ITE-VOLTAR
                       SUBTRACT 1 FROM AX-CAMPO
                       END-IF

                       MOVE        PRO-DESCRICAO(1:34) TO  WS-ITE-DESCRICAO
                       PERFORM     R-BUSCA-PRECO
                       DISPLAY     T-ITE-DESCR

                       ACCEPT      T-ITE-QTDADE    ON ESCAPE
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-VERIFICA-ESTOQUE

                       COMPUTE     WS-ITE-VALOR = WS-ITE-QUANTIDADE * WS-ITE-PRECO

                       ADD         1                   TO  WS-ITE-QTD
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-APURA-CREDITO
           DISPLAY     T-CREDITO
           PERFORM     R-VERIFICA-CREDITO
           IF          NOT WS-CRD-APROVADO
                       SUBTRACT 1 FROM AX-CAMPO
                       EXIT        PARAGRAPH
           END-IF

           IF          AX-OPCAO EQUAL "I"
                       MOVE        "A"              TO  PED-SITUACAO
           END-IF
           MOVE        AX-OPCAO                TO  WS-AUDIT-OPERACAO
           PERFORM     R-AUDITA-CADPED

           IF          WS-CRD-LIBERADO
                       PERFORM     R-AUDITA-LIBERACAO
           END-IF

           PERFORM     R-GRAVA-ITENS

           MOVE        1                       TO  AX-CAMPO
                       END-IF
                       MOVE        PED-REGISTRO        TO  WS-PED-ANTES

                       IF          PED-SIT-FATURADO
                                   PERFORM     R-VERIFICA-DEVOLUCAO
                                   IF          WS-DEV-EXISTE
                                               UNLOCK      CADPED  RECORD
                                               MOVE        "Pedido com Devolucao Registrada! Cancelamento nao Permitido."  TO  AX-MENSAGEM
                                               DISPLAY     T-MENS
                                               ACCEPT      T-MENS
                                               EXIT        PERFORM     CYCLE
                                   END-IF
                       END-IF

                       IF          PED-SIT-CANCELADO
                                   MOVE    "Pedido Cancelado! Confirma a Reativacao? (S/N)"
                                                        TO  AX-MENSAGEM
                       MOVE        "E"                 TO  WS-AUDIT-OPERACAO
                       PERFORM     R-AUDITA-CADPED

                       IF          WS-ANTES-SITUACAO EQUAL "F"
                       AND         PED-SIT-CANCELADO
                                   MOVE        "C"             TO  WS-MOV-TIPO
                                   MOVE        "CANCELAMENTO DO PEDIDO"
                                                               TO  WS-MOV-MOTIVO
                                   PERFORM     R-MOVIMENTA-ESTOQUE
                       END-IF

           END-PERFORM

           CLOSE       CADPED

           EXIT.

      *>----------------------------------------------------------------
       R-VERIFICA-DEVOLUCAO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-DEV-SITUACAO

           OPEN        INPUT       CADDEV
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           MOVE        PED-NUMERO              TO  DEV-PED-NUMERO
           MOVE        ZEROS                   TO  DEV-SEQUENCIA
           START       CADDEV      KEY NOT LESS DEV-CHAVE
           IF          AX-STATUS EQUAL "00"
                       READ        CADDEV      NEXT
                       IF          AX-STATUS EQUAL "00"
                       AND         DEV-PED-NUMERO EQUAL PED-NUMERO
                                   MOVE        "S"         TO  WS-DEV-SITUACAO
                       END-IF
           END-IF

           CLOSE       CADDEV

           EXIT.

      *>----------------------------------------------------------------
       R-FATURA.
      *>----------------------------------------------------------------
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-APURA-CREDITO
                       DISPLAY     T-CREDITO
                       PERFORM     R-VERIFICA-CREDITO
                       IF          NOT WS-CRD-APROVADO
                                   UNLOCK      CADPED  RECORD
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       MOVE        "Confirma o Faturamento do Pedido? (S/N)"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       MOVE        "F"                 TO  WS-AUDIT-OPERACAO
                       PERFORM     R-AUDITA-CADPED

                       IF          WS-CRD-LIBERADO
                                   PERFORM     R-AUDITA-LIBERACAO
                       END-IF

                       MOVE        "S"                 TO  WS-MOV-TIPO
                       MOVE        "FATURAMENTO DO PEDIDO"
                                                       TO  WS-MOV-MOTIVO
                       PERFORM     R-MOVIMENTA-ESTOQUE

                       PERFORM     R-GERA-RECEBER

           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-VERIFICA-ESTOQUE.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-EST-SALDO
                                                   WS-EST-PEDIDO
           IF          WS-EST-ABERTO
                       MOVE        WS-ITE-PRODUTO      TO  EST-PRO-CODIGO
                       READ        CADEST
                       IF          AX-STATUS EQUAL "00"
                                   MOVE        EST-SALDO   TO  WS-EST-SALDO
                       END-IF
           END-IF

           PERFORM     VARYING WS-ITE-SUB FROM 1 BY 1
                       UNTIL   WS-ITE-SUB GREATER WS-ITE-QTD
                       IF          WS-ITAB-PRODUTO(WS-ITE-SUB) EQUAL WS-ITE-PRODUTO
                                   ADD     WS-ITAB-QTDADE(WS-ITE-SUB)  TO  WS-EST-PEDIDO
                       END-IF
           END-PERFORM

           IF          WS-EST-PEDIDO + WS-ITE-QUANTIDADE GREATER WS-EST-SALDO
                       COMPUTE     WS-EST-MSG-SALDO = WS-EST-SALDO - WS-EST-PEDIDO
                       MOVE        WS-EST-MENSAGEM     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-MOVIMENTA-ESTOQUE.
      *>----------------------------------------------------------------
           OPEN        INPUT       CADITE
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           MOVE        PED-NUMERO              TO  ITE-PED-NUMERO
           MOVE        ZEROS                   TO  ITE-LINHA
           START       CADITE      KEY NOT LESS ITE-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       CLOSE       CADITE
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       READ        CADITE      NEXT
                       IF          AX-STATUS NOT EQUAL "00"
                       OR          ITE-PED-NUMERO NOT EQUAL PED-NUMERO
                                   EXIT        PERFORM
                       END-IF

                       MOVE        WS-OPERADOR         TO  WS-MOV-OPERADOR
                       MOVE        ITE-PRO-CODIGO      TO  WS-MOV-PRODUTO
                       MOVE        PED-NUMERO          TO  WS-MOV-DOCUMENTO
                       IF          WS-MOV-TIPO EQUAL "S"
                                   COMPUTE WS-MOV-QUANTIDADE = ITE-QUANTIDADE * -1
                       ELSE
                                   MOVE    ITE-QUANTIDADE  TO  WS-MOV-QUANTIDADE
                       END-IF
                       CALL        "GRVMOV"    USING   WS-MOV-DADOS
                       CANCEL      "GRVMOV"

                       IF          WS-MOV-RETORNO NOT EQUAL "00"
                                   MOVE        ITE-PRO-CODIGO      TO  WS-MOV-MSG-PRODUTO
                                   MOVE        WS-MOV-RETORNO      TO  WS-MOV-MSG-STATUS
                                   MOVE        WS-MOV-MENSAGEM     TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                       END-IF
           END-PERFORM

           CLOSE       CADITE

           EXIT.

      *>----------------------------------------------------------------
       R-IO-CADREC.
      *>----------------------------------------------------------------
       R-CONSULTA.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-CONSULTA-VND
                                                   WS-CONSULTA-PED
           MOVE        "N"                     TO  WS-CONSULTA-HIS
           MOVE        "A"                     TO  WS-ORIGEM-PED
           MOVE        "[ESC] Para Sair"       TO  AX-MENSAGEM
           DISPLAY     T-CONSULTA  T-MENS
           ACCEPT      T-CONSULTA  ON ESCAPE
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-CONSULTA-PED NOT EQUAL ZEROS
                       PERFORM     R-CONSULTA-NUMERO
                       CLOSE       CADPED
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-CONSULTA-HISTORICO
                       PERFORM     R-CONSULTA-HISTORICO
                       CLOSE       CADPED
                       EXIT        PARAGRAPH
           END-IF

           MOVE        WS-CONSULTA-VND         TO  PED-VND-CODIGO
           START       CADPED      KEY NOT LESS PED-VND-CODIGO
           IF          AX-STATUS NOT EQUAL "00"

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA-NUMERO.
      *>----------------------------------------------------------------
           IF          NOT WS-CONSULTA-HISTORICO
                       MOVE        WS-CONSULTA-PED     TO  PED-NUMERO
                       READ        CADPED
                       IF          AX-STATUS EQUAL "00"
                                   PERFORM     R-MOSTRA-PEDIDO
                                   EXIT        PARAGRAPH
                       END-IF
           END-IF

           OPEN        INPUT       HISPED
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Pedido Nao Encontrado! [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           MOVE        WS-CONSULTA-PED         TO  hPED-NUMERO
           READ        HISPED
           IF          AX-STATUS EQUAL "00"
                       MOVE        hPED-REGISTRO       TO  PED-REGISTRO
                       MOVE        "H"                 TO  WS-ORIGEM-PED
                       PERFORM     R-MOSTRA-PEDIDO
           ELSE
                       MOVE        "Pedido Nao Encontrado! [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           END-IF

           CLOSE       HISPED

           EXIT.

      *>----------------------------------------------------------------
       R-MOSTRA-PEDIDO.
      *>----------------------------------------------------------------
           PERFORM     R-BUSCA-NOMES
           DISPLAY     T-DISPLAY   T-ACCEPT    T-NOMES
           IF          WS-PED-DO-HISTORICO
                       MOVE        "Pedido Arquivado  [I] Itens  [ENTER] Sair"     TO  AX-MENSAGEM
           ELSE
                       MOVE        "[I] Itens  [ENTER] Sair"   TO  AX-MENSAGEM
           END-IF
           DISPLAY     T-MENS
           MOVE        SPACES                  TO  AX-CONF
           ACCEPT      T-MENS      ON ESCAPE
                       EXIT        PARAGRAPH
           END-ACCEPT

           IF          AX-CONF EQUAL "i" OR "I"
                       PERFORM     R-CONSULTA-ITENS
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA-HISTORICO.
      *>----------------------------------------------------------------
           OPEN        INPUT       HISPED
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Nenhum Pedido Arquivado! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "H"                     TO  WS-ORIGEM-PED
           MOVE        WS-CONSULTA-VND         TO  hPED-VND-CODIGO
           START       HISPED      KEY NOT LESS hPED-VND-CODIGO
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Nenhum Pedido Arquivado! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       CLOSE       HISPED
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       READ        HISPED      NEXT    AT END
                                   MOVE        "Fim da Consulta! [ENTER]"  TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM
                       END-READ

                       IF          WS-CONSULTA-VND NOT EQUAL ZEROS
                       AND         hPED-VND-CODIGO NOT EQUAL WS-CONSULTA-VND
                                   MOVE        "Fim da Consulta! [ENTER]"  TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM
                       END-IF

                       MOVE        hPED-REGISTRO       TO  PED-REGISTRO
                       PERFORM     R-BUSCA-NOMES
                       DISPLAY     T-DISPLAY   T-ACCEPT    T-NOMES
                       MOVE        "Arquivado  [ENTER] Proximo  [I] Itens  [ESC] Sair"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       MOVE        SPACES      TO  AX-CONF
                       ACCEPT      T-MENS      ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT

                       IF          AX-CONF EQUAL "i" OR "I"
                                   PERFORM     R-CONSULTA-ITENS
                       END-IF
           END-PERFORM

           CLOSE       HISPED

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA-ITENS.
      *>----------------------------------------------------------------
           IF          WS-PED-DO-HISTORICO
                       PERFORM     R-CONSULTA-ITENS-HIS
                       EXIT        PARAGRAPH
           END-IF

           OPEN        INPUT       CADITE
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Arquivo de Itens nao Localizado! [ENTER]"  TO  AX-MENSAGEM

           EXIT.

      *>----------------------------------------------------------------
       R-CONSULTA-ITENS-HIS.
      *>----------------------------------------------------------------
           OPEN        INPUT       HISITE
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Historico de Itens nao Localizado! [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           MOVE        PED-NUMERO              TO  hITE-PED-NUMERO
           MOVE        ZEROS                   TO  hITE-LINHA
           START       HISITE      KEY NOT LESS hITE-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Pedido sem Itens Arquivados! [ENTER]"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       CLOSE       HISITE
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   EXIT
                       READ        HISITE      NEXT
                       IF          AX-STATUS NOT EQUAL "00"
                       OR          hITE-PED-NUMERO NOT EQUAL PED-NUMERO
                                   MOVE        "Fim dos Itens! [ENTER]"    TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM
                       END-IF

                       MOVE        hITE-REGISTRO       TO  ITE-REGISTRO
                       PERFORM     R-BUSCA-PRODUTO
                       DISPLAY     T-ITEM-CONS
                       MOVE        "[ENTER] Proximo  [ESC] Sair"  TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS      ON ESCAPE
                                   EXIT        PERFORM
                       END-ACCEPT
           END-PERFORM

           CLOSE       HISITE

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-PRODUTO.
      *>----------------------------------------------------------------

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-PRECO.
      *>----------------------------------------------------------------
           MOVE        WS-ITE-PRODUTO          TO  WS-PRC-PRODUTO
           MOVE        PED-CLI-CODIGO          TO  WS-PRC-CLIENTE
           MOVE        PED-DATA                TO  WS-PRC-DATA
           MOVE        PRO-PRECO-UNIT          TO  WS-PRC-PRECO-BASE
           CALL        "BUSPRC"    USING   WS-PRC-DADOS
           CANCEL      "BUSPRC"
           MOVE        WS-PRC-PRECO            TO  WS-ITE-PRECO

           EXIT.

      *>----------------------------------------------------------------
       R-BUSCA-NOMES.
      *>----------------------------------------------------------------

           EXIT.

      *>----------------------------------------------------------------
       R-AUDITA-LIBERACAO.
      *>----------------------------------------------------------------
           MOVE        "L"                     TO  WS-AUDIT-OPERACAO

           IF          WS-CRD-LIMITE-EXCEDIDO
                       MOVE        "LIB-LIMITE"        TO  WS-AUD-CAMPO
                       MOVE        WS-CRD-LIMITE       TO  WS-CRD-VAL-EDIT
                       MOVE        WS-CRD-VAL-EDIT     TO  WS-AUD-VALOR-ANT
                       MOVE        WS-CRD-COMPROMETIDO TO  WS-CRD-VAL-EDIT
                       MOVE        WS-CRD-VAL-EDIT     TO  WS-AUD-VALOR-NOVO
                       PERFORM     R-GRAVA-AUD
           END-IF

           IF          WS-CRD-ATRASO-EXCEDIDO
                       MOVE        "LIB-ATRASO"        TO  WS-AUD-CAMPO
                       MOVE        WS-CRD-TOLERANCIA   TO  WS-CRD-DIAS-EDIT
                       MOVE        WS-CRD-DIAS-EDIT    TO  WS-AUD-VALOR-ANT
                       MOVE        WS-CRD-ATRASO       TO  WS-CRD-DIAS-EDIT
                       MOVE        WS-CRD-DIAS-EDIT    TO  WS-AUD-VALOR-NOVO
                       PERFORM     R-GRAVA-AUD
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-GRAVA-AUD.
      *>----------------------------------------------------------------

           EXIT.

      *>----------------------------------------------------------------
       R-APURA-CREDITO.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-CRD-LIMITE
                                                   WS-CRD-ABERTO
                                                   WS-CRD-ATRASO
                                                   WS-CRD-TOLERANCIA

           ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE     WS-HOJE-INT
                       = FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

           OPEN        INPUT       CADPAR
           IF          AX-STATUS EQUAL "00"
                       MOVE        "TOLATRASO"         TO  PAR-CODIGO
                       READ        CADPAR
                       IF          AX-STATUS EQUAL "00"
                                   MOVE        PAR-VALOR   TO  WS-CRD-TOLERANCIA
                       END-IF
                       CLOSE       CADPAR
           END-IF

           OPEN        INPUT       CADCLI
           IF          AX-STATUS EQUAL "00"
                       MOVE        PED-CLI-CODIGO      TO  CLI-CODIGO
                       READ        CADCLI
                       IF          AX-STATUS EQUAL "00"
                       AND         CLI-LIMITE-CREDITO NUMERIC
                                   MOVE        CLI-LIMITE-CREDITO  TO  WS-CRD-LIMITE
                       END-IF
                       CLOSE       CADCLI
           END-IF

           OPEN        INPUT       CADREC
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           MOVE        PED-CLI-CODIGO          TO  REC-CLI-CODIGO
           START       CADREC      KEY NOT LESS REC-CLI-CODIGO
           IF          AX-STATUS EQUAL "00"
                       PERFORM     UNTIL   EXIT
                                   READ        CADREC      NEXT
                                   IF          AX-STATUS NOT EQUAL "00"
                                   OR          REC-CLI-CODIGO NOT EQUAL PED-CLI-CODIGO
                                               EXIT        PERFORM
                                   END-IF
                                   PERFORM     R-APURA-PARCELA
                       END-PERFORM
           END-IF

           CLOSE       CADREC

           EXIT.

      *>----------------------------------------------------------------
       R-APURA-PARCELA.
      *>----------------------------------------------------------------
           IF          REC-SIT-PAGO
           OR          REC-PED-NUMERO EQUAL PED-NUMERO
                       EXIT        PARAGRAPH
           END-IF

           COMPUTE     WS-CRD-SALDO = REC-VALOR - REC-VALOR-PAGO
           IF          WS-CRD-SALDO NOT GREATER ZEROS
                       EXIT        PARAGRAPH
           END-IF

           ADD         WS-CRD-SALDO            TO  WS-CRD-ABERTO

           COMPUTE     WS-VENC-INT
                       = FUNCTION INTEGER-OF-DATE(REC-DATA-VENC)
           COMPUTE     WS-DIAS-ATRASO = WS-HOJE-INT - WS-VENC-INT
           IF          WS-DIAS-ATRASO GREATER WS-CRD-ATRASO
                       MOVE        WS-DIAS-ATRASO      TO  WS-CRD-ATRASO
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-VERIFICA-CREDITO.
      *>----------------------------------------------------------------
           MOVE        "S"                     TO  WS-CRD-RESULTADO
           MOVE        "N"                     TO  WS-CRD-LIBERACAO
                                                   WS-CRD-EXCEDE-LIMITE
                                                   WS-CRD-EXCEDE-ATRASO

           COMPUTE     WS-CRD-COMPROMETIDO = WS-CRD-ABERTO + PED-VALOR-TOTAL

           IF          WS-CRD-LIMITE GREATER ZEROS
           AND         WS-CRD-COMPROMETIDO GREATER WS-CRD-LIMITE
                       MOVE        "S"         TO  WS-CRD-EXCEDE-LIMITE
           END-IF

           IF          WS-CRD-ATRASO GREATER WS-CRD-TOLERANCIA
                       MOVE        "S"         TO  WS-CRD-EXCEDE-ATRASO
           END-IF

           IF          NOT WS-CRD-LIMITE-EXCEDIDO
           AND         NOT WS-CRD-ATRASO-EXCEDIDO
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  WS-CRD-RESULTADO

           IF          NOT WS-OPR-PODE-LIBERAR
                       IF          WS-CRD-LIMITE-EXCEDIDO
                                   MOVE        "Limite de Credito Excedido! Pedido Bloqueado. [ENTER]"     TO  AX-MENSAGEM
                       ELSE
                                   MOVE        "Cliente com Parcela em Atraso! Pedido Bloqueado. [ENTER]"  TO  AX-MENSAGEM
                       END-IF
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-CRD-LIMITE-EXCEDIDO
                       MOVE        "Limite de Credito Excedido! Libera o Pedido? (S/N)"    TO  AX-MENSAGEM
           ELSE
                       MOVE        "Cliente com Parcela em Atraso! Libera o Pedido? (S/N)" TO  AX-MENSAGEM
           END-IF
           DISPLAY     T-MENS
           MOVE        SPACES                  TO  AX-CONF
           ACCEPT      T-MENS
           IF          AX-CONF EQUAL "s" OR "S"
                       MOVE        "S"         TO  WS-CRD-RESULTADO
                                                   WS-CRD-LIBERACAO
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-CHECA-COMPETENCIA.
      *>----------------------------------------------------------------
