      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : CONSULTA E RELATORIO DA TRILHA UNIFICADA DE
      *>                 AUDITORIA (LOGAUD) - VENDEDOR, CLIENTE,
      *>                 PEDIDO E CARTEIRA - INCLUSIVE O HISTORICO
      *>                 ARQUIVADO (HISAUD), QUANDO SOLICITADO
      *>----------------------------------------------------------------

      *>----------------------------------------------------------------
       FILE-CONTROL.
      *>----------------------------------------------------------------
       COPY    "LOGAUD.SEL".
       COPY    "LOGAUD.SEL"    REPLACING   LOGAUD      BY  HISAUD
                                           =="LOGAUD"== BY =="HISAUD"==.
       COPY    "LSTLOG.SEL".
       COPY    "CADOPR.SEL".

       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "LOGAUD.FD".
       COPY    "LOGAUD.FD"     REPLACING   LOGAUD      BY  HISAUD
                               LEADING     ==AUD-==    BY  ==hAUD-==.
       COPY    "LSTLOG.FD".
       COPY    "CADOPR.FD".


           05  AX-EOF-LOGAUD           PIC  X(001)     VALUE   "N".
               88  AX-FIM-LOGAUD                       VALUE   "S".
           05  AX-EOF-HISAUD           PIC  X(001)     VALUE   "N".
               88  AX-FIM-HISAUD                       VALUE   "S".

       01  WS-OPERADOR                 PIC  X(010)     VALUE   SPACES.

           88  WS-SAIDA-RELATORIO                      VALUE   "R" "r".
           88  WS-SAIDA-AMBAS                          VALUE   "A" "a".

       01  WS-LOG-ARQUIVO              PIC  X(001)     VALUE   "N".
           88  WS-LOG-ABERTO                           VALUE   "S".
       01  WS-HISTORICO                PIC  X(001)     VALUE   "N".
           88  WS-COM-HISTORICO                        VALUE   "S" "s".
           88  WS-SEM-HISTORICO                        VALUE   "N" "n".

       01  WS-DATA-INI-X               PIC  X(010)     VALUE   SPACES.
       01  WS-DATA-FIM-X               PIC  X(010)     VALUE   SPACES.

           05  LINE 08 COLUMN 51   PIC 9(008) USING WS-FILTRO-DATA-FIM.
           05  LINE 10 COLUMN 10   VALUE   "Operador     (espacos = todos)........:".
           05  LINE 10 COLUMN 51   PIC X(010) USING WS-FILTRO-OPERADOR.
           05  LINE 12 COLUMN 10   VALUE   "Operacao I/A/E/F/R/L/D (espaco = todas):".
           05  LINE 12 COLUMN 51   PIC X(001) USING WS-FILTRO-OPERACAO.
           05  LINE 13 COLUMN 10   VALUE   "Entidade V/C/P/T/F (espaco = todas)...:".
           05  LINE 13 COLUMN 51   PIC X(001) USING WS-FILTRO-ENTIDADE.
           05  LINE 14 COLUMN 51   PIC X(010) USING WS-FILTRO-CHAVE.
           05  LINE 16 COLUMN 10   VALUE   "Saida T=Tela R=Relatorio A=Ambas......:".
           05  LINE 16 COLUMN 51   PIC X(001) USING WS-SAIDA.
           05  LINE 18 COLUMN 10   VALUE   "Incluir Historico HISAUD (S/N)........:".
           05  LINE 18 COLUMN 51   PIC X(001) USING WS-HISTORICO.

       01  T-LOG.
           05  LINE 01 COLUMN 01   BLANK   SCREEN.
                       END-ACCEPT

                       IF          WS-FILTRO-OPERACAO NOT EQUAL SPACES
                       AND         WS-FILTRO-OPERACAO NOT EQUAL "I" AND "A" AND "E" AND "F" AND "R" AND "L" AND "D"
                                   MOVE        "Operacao Invalida! Informe I, A, E, F, R, L, D ou espaco. [ENTER]"   TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       IF          NOT WS-COM-HISTORICO
                       AND         NOT WS-SEM-HISTORICO
                                   MOVE        "Historico Invalido! Informe S ou N. [ENTER]"    TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
                                   EXIT        PERFORM     CYCLE
                       END-IF

                       PERFORM     R-EXECUTA
           END-PERFORM

           PERFORM     R-MONTA-FILTRO-DATAS
           PERFORM     R-NORMALIZA-CHAVE

           MOVE        "N"                     TO  WS-LOG-ARQUIVO
           OPEN        INPUT       LOGAUD
           IF          AX-STATUS EQUAL "35"
           AND         NOT WS-COM-HISTORICO
                       MOVE        "Nenhum Registro de Log Encontrado! [ENTER]"    TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-STATUS EQUAL "00"
                       MOVE        "S"                 TO  WS-LOG-ARQUIVO
           END-IF
           IF          AX-STATUS NOT EQUAL "00" AND "35"
                       MOVE        "Erro ao Abrir o Arquivo de Log! [ENTER]"   TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
           IF          WS-SAIDA-RELATORIO OR WS-SAIDA-AMBAS
                       OPEN        OUTPUT      LSTLOG
                       IF          AX-STATUS NOT EQUAL "00"
                                   IF          WS-LOG-ABERTO
                                               CLOSE       LOGAUD
                                   END-IF
                                   MOVE        "Erro ao Abrir LSTLOG! [ENTER]"     TO  AX-MENSAGEM
                                   DISPLAY     T-MENS
                                   ACCEPT      T-MENS
           MOVE        ZEROS                   TO  WS-LOG-LIDOS
                                                   WS-LOG-SELECIONADOS

           IF          WS-COM-HISTORICO
                       PERFORM     R-LE-HISTORICO
           END-IF

           IF          WS-LOG-ABERTO
                       PERFORM     UNTIL   AX-FIM-LOGAUD
                                   READ        LOGAUD      NEXT    AT END
                                               SET     AX-FIM-LOGAUD   TO  TRUE
                                   NOT AT END
                                               PERFORM R-PROCESSA-LOG
                                   END-READ
                       END-PERFORM
                       CLOSE       LOGAUD
           END-IF

           IF          WS-SAIDA-RELATORIO OR WS-SAIDA-AMBAS
                       PERFORM     R-RODAPE

           EXIT.

      *>----------------------------------------------------------------
       R-LE-HISTORICO.
      *>----------------------------------------------------------------
           OPEN        INPUT       HISAUD
           IF          AX-STATUS EQUAL "35"
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        "Erro ao Abrir o Historico de Log! [ENTER]"     TO  AX-MENSAGEM
                       DISPLAY     T-MENS
                       ACCEPT      T-MENS
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  AX-EOF-HISAUD

           PERFORM     UNTIL   AX-FIM-HISAUD
                       OR      AX-FIM-LOGAUD
                       READ        HISAUD      NEXT    AT END
                                   SET     AX-FIM-HISAUD   TO  TRUE
                       NOT AT END
                                   MOVE    hAUD-REGISTRO   TO  AUD-REGISTRO
                                   PERFORM R-PROCESSA-LOG
                       END-READ
           END-PERFORM

           CLOSE       HISAUD

           EXIT.

      *>----------------------------------------------------------------
       R-NORMALIZA-CHAVE.
      *>----------------------------------------------------------------
