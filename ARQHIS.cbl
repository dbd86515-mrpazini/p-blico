      *>----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *>----------------------------------------------------------------
       PROGRAM-ID.     ARQHIS.
       AUTHOR.         MILTON ROGERIO PAZINI.
      *>----------------------------------------------------------------
      *>SISTEMA        : TESTE PROGRAMACAO
      *>PROGRAMA       : ARQUIVAMENTO E EXPURGO DE PEDIDOS, ITENS,
      *>                 CONTAS A RECEBER E TRILHA DE AUDITORIA ANTIGOS
      *>                 NOS ARQUIVOS HISTORICOS (HISPED, HISITE,
      *>                 HISREC E HISAUD), COM PONTO DE REINICIO
      *>                 CORTE = 1O. DIA DO MES N MESES ANTES DO ATUAL
      *>                 (N = CADPAR RETENCAO); SO PEDIDO FECHADO, DE
      *>                 COMPETENCIA FECHADA E COM PARCELAS PAGAS
      *>                 AUDITORIA VAI VIA HISNOV/AUDTMP; A DE PEDIDO
      *>                 AINDA NO CADPED FICA NO LOGAUD
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
       COPY    "CADPED.SEL".
       COPY    "CADPED.SEL"    REPLACING   CADPED      BY  HISPED
                                           LB-CADPED   BY  LB-HISPED
                               LEADING     ==PED-==    BY  ==hPED-==.
       COPY    "CADITE.SEL".
       COPY    "CADITE.SEL"    REPLACING   CADITE      BY  HISITE
                                           LB-CADITE   BY  LB-HISITE
                               LEADING     ==ITE-==    BY  ==hITE-==.
       COPY    "CADREC.SEL".
       COPY    "CADREC.SEL"    REPLACING   CADREC      BY  HISREC
                                           LB-CADREC   BY  LB-HISREC
                               LEADING     ==REC-==    BY  ==hREC-==.
       COPY    "LOGAUD.SEL".
       COPY    "LOGAUD.SEL"    REPLACING   LOGAUD      BY  HISAUD
                                           =="LOGAUD"== BY =="HISAUD"==.
       COPY    "AUDTMP.SEL".
       COPY    "AUDTMP.SEL"    REPLACING   AUDTMP      BY  HISNOV
                                           =="AUDTMP"== BY =="HISNOV"==.
       COPY    "CADPER.SEL".
       COPY    "CADPAR.SEL".
       COPY    "CKPARQ.SEL".

      *>----------------------------------------------------------------
       DATA DIVISION.
      *>----------------------------------------------------------------
       FILE SECTION.
      *>----------------------------------------------------------------
       COPY    "CADPED.FD".
       COPY    "CADPED.FD"     REPLACING   CADPED      BY  HISPED
                               LEADING     ==PED-==    BY  ==hPED-==.
       COPY    "CADITE.FD".
       COPY    "CADITE.FD"     REPLACING   CADITE      BY  HISITE
                               LEADING     ==ITE-==    BY  ==hITE-==.
       COPY    "CADREC.FD".
       COPY    "CADREC.FD"     REPLACING   CADREC      BY  HISREC
                               LEADING     ==REC-==    BY  ==hREC-==.
       COPY    "LOGAUD.FD".
       COPY    "LOGAUD.FD"     REPLACING   LOGAUD      BY  HISAUD
                               LEADING     ==AUD-==    BY  ==hAUD-==.
       COPY    "AUDTMP.FD".
       COPY    "AUDTMP.FD"     REPLACING   AUDTMP      BY  HISNOV
                               LEADING     ==ATM-==    BY  ==HNV-==.
       COPY    "CADPER.FD".
       COPY    "CADPAR.FD".
       COPY    "CKPARQ.FD".

      *>----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *>----------------------------------------------------------------
       COPY    "WSSVARS.LIB".

           05  AX-EOF-CADPED           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADPED                       VALUE   "S".
           05  AX-EOF-CADITE           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADITE                       VALUE   "S".
           05  AX-EOF-CADREC           PIC  X(001)     VALUE   "N".
               88  AX-FIM-CADREC                       VALUE   "S".
           05  AX-EOF-LOGAUD           PIC  X(001)     VALUE   "N".
               88  AX-FIM-LOGAUD                       VALUE   "S".
           05  AX-EOF-HISAUD           PIC  X(001)     VALUE   "N".
               88  AX-FIM-HISAUD                       VALUE   "S".

       77  WS-TOT-LIDOS                PIC  9(006)     VALUE   ZEROS.
       77  WS-TOT-GRAVADOS             PIC  9(006)     VALUE   ZEROS.
       77  WS-LID-PEDIDOS              PIC  9(006)     VALUE   ZEROS.
       77  WS-LID-AUDITORIA            PIC  9(006)     VALUE   ZEROS.
       77  WS-ARQ-PEDIDOS              PIC  9(006)     VALUE   ZEROS.
       77  WS-ARQ-ITENS                PIC  9(006)     VALUE   ZEROS.
       77  WS-ARQ-PARCELAS             PIC  9(006)     VALUE   ZEROS.
       77  WS-ARQ-AUDITORIA            PIC  9(006)     VALUE   ZEROS.
       77  WS-DESDE-CHECKPOINT         PIC  9(004)     VALUE   ZEROS.
       77  WS-CKP-INTERVALO            PIC  9(004)     VALUE   50.

       01  WS-DATA-SISTEMA.
           05  WS-DTS-ANO              PIC  9(004).
           05  WS-DTS-MES              PIC  9(002).
           05  WS-DTS-DIA              PIC  9(002).

       01  WS-RETENCAO                 PIC  9(004)     VALUE   ZEROS.
       77  WS-RETENCAO-PADRAO          PIC  9(004)     VALUE   24.
       01  WS-MESES-CORTE              PIC  9(006)     VALUE   ZEROS.
       01  WS-MESES-RESTO              PIC  9(002)     VALUE   ZEROS.

       01  WS-DATA-CORTE               PIC  9(008)     VALUE   ZEROS.
       01  FILLER  REDEFINES   WS-DATA-CORTE.
           05  WS-CRT-ANO              PIC  9(004).
           05  WS-CRT-MES              PIC  9(002).
           05  WS-CRT-DIA              PIC  9(002).

       01  WS-CHECA-DATA               PIC  9(008)     VALUE   ZEROS.
       01  FILLER  REDEFINES   WS-CHECA-DATA.
           05  WS-CHK-ANO              PIC  9(004).
           05  WS-CHK-MES              PIC  9(002).
           05  WS-CHK-DIA              PIC  9(002).
       01  WS-CHECA-COMPET             PIC  9(006)     VALUE   ZEROS.
       01  WS-ULTIMA-COMPET            PIC  9(006)     VALUE   ZEROS.
       01  WS-ULTIMA-SITUACAO          PIC  X(001)     VALUE   "N".
       01  WS-COMPET-FECHADA           PIC  X(001)     VALUE   "N".
           88  WS-COMPETENCIA-FECHADA                  VALUE   "S".

       01  WS-ARQUIVA                  PIC  X(001)     VALUE   "N".
           88  WS-PODE-ARQUIVAR                        VALUE   "S".

       01  WS-ERRO-GRAVACAO            PIC  X(001)     VALUE   "N".
           88  WS-HOUVE-ERRO                           VALUE   "S".

       01  WS-CKP-HA-RETOMADA          PIC  X(001)     VALUE   "N".
           88  WS-CKP-RETOMANDO                        VALUE   "S".
       01  WS-CKP-FASE                 PIC  X(001)     VALUE   "P".
           88  WS-FASE-PEDIDOS                         VALUE   "P".
           88  WS-FASE-AUDITORIA                       VALUE   "A".
           88  WS-FASE-TROCA                           VALUE   "T".
       01  WS-CKP-PEDIDO               PIC  9(006)     VALUE   ZEROS.

       01  WS-TROCA                    PIC  X(001)     VALUE   "N".
           88  WS-HA-TROCA                             VALUE   "S".

       01  WS-AUD-PEDIDO               PIC  9(006)     VALUE   ZEROS.

       COPY    "RUNVARS.LIB".

      *>----------------------------------------------------------------
       PROCEDURE DIVISION.
      *>----------------------------------------------------------------
       R-INICIAL.
      *>----------------------------------------------------------------
           PERFORM     R-RUNCTL-INICIO

           ACCEPT      WS-DATA-SISTEMA FROM DATE YYYYMMDD

           PERFORM     R-CHECKPOINT-LER
           IF          WS-CKP-RETOMANDO
                       DISPLAY     "Reinicio pelo Checkpoint! Fase "
                                   WS-CKP-FASE " Pedido "
                                   WS-CKP-PEDIDO " Corte "
                                   WS-DATA-CORTE
           ELSE
                       PERFORM     R-LE-PARAMETRO
                       PERFORM     R-CALCULA-CORTE
           END-IF

           DISPLAY     "Arquivando Registros Anteriores a "
                       WS-DATA-CORTE

           OPEN        INPUT       CADPER
           IF          AX-STATUS EQUAL "35"
                       DISPLAY     "Nenhuma Competencia Fechada! "
                                   "Nada a Arquivar."
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPER! Status "
                                   AX-STATUS
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         CADPED
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADPED
                       CLOSE       CADPED
                       OPEN        I-O         CADPED
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADPED! Status "
                                   AX-STATUS
                       CLOSE       CADPER
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         CADITE
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADITE
                       CLOSE       CADITE
                       OPEN        I-O         CADITE
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADITE! Status "
                                   AX-STATUS
                       CLOSE       CADPER      CADPED
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         CADREC
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      CADREC
                       CLOSE       CADREC
                       OPEN        I-O         CADREC
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir CADREC! Status "
                                   AX-STATUS
                       CLOSE       CADPER      CADPED      CADITE
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         HISPED
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      HISPED
                       CLOSE       HISPED
                       OPEN        I-O         HISPED
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir HISPED! Status "
                                   AX-STATUS
                       CLOSE       CADPER      CADPED      CADITE
                                   CADREC
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         HISITE
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      HISITE
                       CLOSE       HISITE
                       OPEN        I-O         HISITE
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir HISITE! Status "
                                   AX-STATUS
                       CLOSE       CADPER      CADPED      CADITE
                                   CADREC      HISPED
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           OPEN        I-O         HISREC
           IF          AX-STATUS EQUAL "35"
                       OPEN        OUTPUT      HISREC
                       CLOSE       HISREC
                       OPEN        I-O         HISREC
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir HISREC! Status "
                                   AX-STATUS
                       CLOSE       CADPER      CADPED      CADITE
                                   CADREC      HISPED      HISITE
                       MOVE        8           TO  WS-RUN-RC
                       PERFORM     R-RUNCTL-FIM
                       GOBACK
           END-IF

           IF          WS-FASE-PEDIDOS
                       PERFORM     R-ARQUIVA-PEDIDOS
                       IF          NOT WS-HOUVE-ERRO
                                   MOVE    "A"     TO  WS-CKP-FASE
                                   MOVE    ZEROS   TO  WS-CKP-PEDIDO
                                   PERFORM R-GRAVA-CHECKPOINT
                       END-IF
           END-IF

           IF          WS-FASE-AUDITORIA
           AND         NOT WS-HOUVE-ERRO
                       PERFORM     R-SEPARA-AUDITORIA
                       IF          NOT WS-HOUVE-ERRO
                       AND         WS-HA-TROCA
                                   MOVE    "T"     TO  WS-CKP-FASE
                                   PERFORM R-GRAVA-CHECKPOINT
                       END-IF
           END-IF

           IF          WS-FASE-TROCA
           AND         WS-HA-TROCA
           AND         NOT WS-HOUVE-ERRO
                       PERFORM     R-TROCA-AUDITORIA
           END-IF

           CLOSE       CADPER      CADPED      CADITE      CADREC
                       HISPED      HISITE      HISREC

           IF          WS-HOUVE-ERRO
                       DISPLAY     "Arquivamento Interrompido! Execute "
                                   "Novamente para Reiniciar."
                       MOVE        8           TO  WS-RUN-RC
           ELSE
                       PERFORM     R-CHECKPOINT-LIMPAR
                       IF          WS-HA-TROCA
                                   OPEN    OUTPUT  HISNOV  AUDTMP
                                   CLOSE   HISNOV  AUDTMP
                       END-IF
           END-IF

           PERFORM     R-RESUMO

           PERFORM     R-RUNCTL-FIM

           GOBACK.

      *>----------------------------------------------------------------
       R-LE-PARAMETRO.
      *>----------------------------------------------------------------
           MOVE        WS-RETENCAO-PADRAO      TO  WS-RETENCAO

           OPEN        INPUT       CADPAR
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "CADPAR Indisponivel! Assumidos "
                                   WS-RETENCAO-PADRAO " Meses de "
                                   "Retencao."
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "RETENCAO"              TO  PAR-CODIGO
           READ        CADPAR
           IF          AX-STATUS EQUAL "00"
           AND         PAR-VALOR NOT LESS 1
                       MOVE        PAR-VALOR   TO  WS-RETENCAO
           END-IF

           CLOSE       CADPAR

           EXIT.

      *>----------------------------------------------------------------
       R-CALCULA-CORTE.
      *>----------------------------------------------------------------
           COMPUTE     WS-MESES-CORTE
                       = (WS-DTS-ANO * 12) + WS-DTS-MES - 1
                       - WS-RETENCAO
           DIVIDE      WS-MESES-CORTE  BY  12
                       GIVING      WS-CRT-ANO
                       REMAINDER   WS-MESES-RESTO
           COMPUTE     WS-CRT-MES  = WS-MESES-RESTO + 1
           MOVE        01                      TO  WS-CRT-DIA

           EXIT.

      *>----------------------------------------------------------------
       R-ARQUIVA-PEDIDOS.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  AX-EOF-CADPED
           MOVE        ZEROS                   TO  WS-DESDE-CHECKPOINT

           MOVE        WS-CKP-PEDIDO           TO  PED-NUMERO
           IF          WS-CKP-RETOMANDO
                       START   CADPED  KEY GREATER     PED-NUMERO
           ELSE
                       START   CADPED  KEY NOT LESS    PED-NUMERO
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADPED
                       READ        CADPED      NEXT    AT END
                                   SET     AX-FIM-CADPED   TO  TRUE
                       NOT AT END
                                   PERFORM R-PROCESSA-PEDIDO
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-PROCESSA-PEDIDO.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-LID-PEDIDOS

           PERFORM     R-AVALIA-PEDIDO
           IF          WS-PODE-ARQUIVAR
                       PERFORM     R-ARQUIVA-PEDIDO
                       IF          WS-HOUVE-ERRO
                                   SET     AX-FIM-CADPED   TO  TRUE
                                   EXIT    PARAGRAPH
                       END-IF
           END-IF

           MOVE        PED-NUMERO              TO  WS-CKP-PEDIDO
           ADD         1                       TO  WS-DESDE-CHECKPOINT
           IF          WS-DESDE-CHECKPOINT NOT LESS WS-CKP-INTERVALO
                       PERFORM     R-GRAVA-CHECKPOINT
                       MOVE        ZEROS       TO  WS-DESDE-CHECKPOINT
                       IF          WS-HOUVE-ERRO
                                   SET     AX-FIM-CADPED   TO  TRUE
                       END-IF
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-AVALIA-PEDIDO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-ARQUIVA

           IF          PED-SIT-ABERTO
           OR          PED-DATA NOT LESS WS-DATA-CORTE
                       EXIT        PARAGRAPH
           END-IF

           MOVE        PED-DATA                TO  WS-CHECA-DATA
           PERFORM     R-CHECA-COMPETENCIA
           IF          NOT WS-COMPETENCIA-FECHADA
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "S"                     TO  WS-ARQUIVA

           MOVE        "N"                     TO  AX-EOF-CADREC
           MOVE        PED-NUMERO              TO  REC-PED-NUMERO
           MOVE        ZEROS                   TO  REC-PARCELA
           START       CADREC      KEY NOT LESS REC-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     UNTIL   AX-FIM-CADREC
                       READ        CADREC      NEXT    AT END
                                   SET     AX-FIM-CADREC   TO  TRUE
                       NOT AT END
                                   IF      REC-PED-NUMERO
                                           NOT EQUAL PED-NUMERO
                                           SET AX-FIM-CADREC TO TRUE
                                   ELSE
                                   IF      NOT REC-SIT-PAGO
                                           MOVE    "N" TO  WS-ARQUIVA
                                           SET AX-FIM-CADREC TO TRUE
                                   END-IF
                                   END-IF
                       END-READ
           END-PERFORM

           EXIT.

      *>----------------------------------------------------------------
       R-CHECA-COMPETENCIA.
      *>----------------------------------------------------------------
           COMPUTE     WS-CHECA-COMPET = (WS-CHK-ANO * 100) + WS-CHK-MES

           IF          WS-CHECA-COMPET EQUAL WS-ULTIMA-COMPET
                       MOVE        WS-ULTIMA-SITUACAO
                                               TO  WS-COMPET-FECHADA
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  WS-COMPET-FECHADA
           MOVE        WS-CHECA-COMPET         TO  PER-COMPETENCIA
           READ        CADPER
           IF          AX-STATUS EQUAL "00"
           AND         PER-SIT-FECHADA
                       MOVE        "S"         TO  WS-COMPET-FECHADA
           END-IF

           MOVE        WS-CHECA-COMPET         TO  WS-ULTIMA-COMPET
           MOVE        WS-COMPET-FECHADA       TO  WS-ULTIMA-SITUACAO

           EXIT.

      *>----------------------------------------------------------------
       R-ARQUIVA-PEDIDO.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  AX-EOF-CADITE
           MOVE        PED-NUMERO              TO  ITE-PED-NUMERO
           MOVE        ZEROS                   TO  ITE-LINHA
           START       CADITE      KEY NOT LESS ITE-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       SET         AX-FIM-CADITE   TO  TRUE
           END-IF

           PERFORM     UNTIL   AX-FIM-CADITE
                       READ        CADITE      NEXT    AT END
                                   SET     AX-FIM-CADITE   TO  TRUE
                       NOT AT END
                                   PERFORM R-ARQUIVA-UM-ITEM
                       END-READ
           END-PERFORM
           IF          WS-HOUVE-ERRO
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  AX-EOF-CADREC
           MOVE        PED-NUMERO              TO  REC-PED-NUMERO
           MOVE        ZEROS                   TO  REC-PARCELA
           START       CADREC      KEY NOT LESS REC-CHAVE
           IF          AX-STATUS NOT EQUAL "00"
                       SET         AX-FIM-CADREC   TO  TRUE
           END-IF

           PERFORM     UNTIL   AX-FIM-CADREC
                       READ        CADREC      NEXT    AT END
                                   SET     AX-FIM-CADREC   TO  TRUE
                       NOT AT END
                                   PERFORM R-ARQUIVA-UMA-PARCELA
                       END-READ
           END-PERFORM
           IF          WS-HOUVE-ERRO
                       EXIT        PARAGRAPH
           END-IF

           MOVE        PED-REGISTRO            TO  hPED-REGISTRO
           WRITE       hPED-REGISTRO
           IF          AX-STATUS EQUAL "22"
                       READ        HISPED
                       IF          AX-STATUS EQUAL "00"
                       AND         hPED-REGISTRO EQUAL PED-REGISTRO
                                   MOVE    "00"    TO  AX-STATUS
                       ELSE
                                   DISPLAY "Pedido Divergente ja "
                                           "Existe no HISPED!"
                                   MOVE    "22"    TO  AX-STATUS
                       END-IF
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Gravar HISPED! Status "
                                   AX-STATUS " Pedido " PED-NUMERO
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           DELETE      CADPED      RECORD
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Excluir CADPED! Status "
                                   AX-STATUS " Pedido " PED-NUMERO
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-ARQ-PEDIDOS

           EXIT.

      *>----------------------------------------------------------------
       R-ARQUIVA-UM-ITEM.
      *>----------------------------------------------------------------
           IF          ITE-PED-NUMERO NOT EQUAL PED-NUMERO
                       SET         AX-FIM-CADITE   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           MOVE        ITE-REGISTRO            TO  hITE-REGISTRO
           WRITE       hITE-REGISTRO
           IF          AX-STATUS EQUAL "22"
                       READ        HISITE
                       IF          AX-STATUS EQUAL "00"
                       AND         hITE-REGISTRO EQUAL ITE-REGISTRO
                                   MOVE    "00"    TO  AX-STATUS
                       ELSE
                                   DISPLAY "Item Divergente ja "
                                           "Existe no HISITE! Linha "
                                           ITE-LINHA
                                   MOVE    "22"    TO  AX-STATUS
                       END-IF
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Gravar HISITE! Status "
                                   AX-STATUS " Pedido " PED-NUMERO
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       SET         AX-FIM-CADITE   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           DELETE      CADITE      RECORD
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Excluir CADITE! Status "
                                   AX-STATUS " Pedido " PED-NUMERO
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       SET         AX-FIM-CADITE   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-ARQ-ITENS

           EXIT.

      *>----------------------------------------------------------------
       R-ARQUIVA-UMA-PARCELA.
      *>----------------------------------------------------------------
           IF          REC-PED-NUMERO NOT EQUAL PED-NUMERO
                       SET         AX-FIM-CADREC   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           MOVE        REC-REGISTRO            TO  hREC-REGISTRO
           WRITE       hREC-REGISTRO
           IF          AX-STATUS EQUAL "22"
                       READ        HISREC
                       IF          AX-STATUS EQUAL "00"
                       AND         hREC-REGISTRO EQUAL REC-REGISTRO
                                   MOVE    "00"    TO  AX-STATUS
                       ELSE
                                   DISPLAY "Parcela Divergente ja "
                                           "Existe no HISREC! Parcela "
                                           REC-PARCELA
                                   MOVE    "22"    TO  AX-STATUS
                       END-IF
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Gravar HISREC! Status "
                                   AX-STATUS " Pedido " PED-NUMERO
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       SET         AX-FIM-CADREC   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           DELETE      CADREC      RECORD
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Excluir CADREC! Status "
                                   AX-STATUS " Pedido " PED-NUMERO
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       SET         AX-FIM-CADREC   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           ADD         1                       TO  WS-ARQ-PARCELAS

           EXIT.

      *>----------------------------------------------------------------
       R-SEPARA-AUDITORIA.
      *>----------------------------------------------------------------
           MOVE        ZEROS                   TO  WS-ARQ-AUDITORIA

           OPEN        INPUT       LOGAUD
           IF          AX-STATUS EQUAL "35"
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir LOGAUD! Status "
                                   AX-STATUS
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           OPEN        OUTPUT      HISNOV
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir HISNOV! Status "
                                   AX-STATUS
                       CLOSE       LOGAUD
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           OPEN        OUTPUT      AUDTMP
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir AUDTMP! Status "
                                   AX-STATUS
                       CLOSE       LOGAUD      HISNOV
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  AX-EOF-HISAUD
           OPEN        INPUT       HISAUD
           IF          AX-STATUS NOT EQUAL "00" AND "35"
                       DISPLAY     "Erro ao Abrir HISAUD! Status "
                                   AX-STATUS
                       CLOSE       LOGAUD      HISNOV      AUDTMP
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF
           IF          AX-STATUS EQUAL "00"
                       PERFORM     UNTIL   AX-FIM-HISAUD
                                   READ    HISAUD  NEXT    AT END
                                           SET AX-FIM-HISAUD TO TRUE
                                   NOT AT END
                                           PERFORM R-COPIA-HISAUD
                                   END-READ
                       END-PERFORM
                       CLOSE       HISAUD
           END-IF
           IF          WS-HOUVE-ERRO
                       CLOSE       LOGAUD      HISNOV      AUDTMP
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  AX-EOF-LOGAUD
           PERFORM     UNTIL   AX-FIM-LOGAUD
                       READ        LOGAUD      NEXT    AT END
                                   SET     AX-FIM-LOGAUD   TO  TRUE
                       NOT AT END
                                   PERFORM R-PROCESSA-AUDITORIA
                       END-READ
           END-PERFORM

           CLOSE       LOGAUD      HISNOV      AUDTMP
           IF          WS-HOUVE-ERRO
                       EXIT        PARAGRAPH
           END-IF

           IF          WS-ARQ-AUDITORIA GREATER ZEROS
                       SET         WS-HA-TROCA     TO  TRUE
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-COPIA-HISAUD.
      *>----------------------------------------------------------------
           WRITE       HNV-REGISTRO    FROM    hAUD-REGISTRO
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Gravar HISNOV! Status "
                                   AX-STATUS
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       SET         AX-FIM-HISAUD   TO  TRUE
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-PROCESSA-AUDITORIA.
      *>----------------------------------------------------------------
           ADD         1                       TO  WS-LID-AUDITORIA

           PERFORM     R-AVALIA-AUDITORIA
           IF          WS-PODE-ARQUIVAR
                       WRITE       HNV-REGISTRO    FROM    AUD-REGISTRO
                       IF          AX-STATUS NOT EQUAL "00"
                                   DISPLAY "Erro ao Gravar HISNOV! "
                                           "Status " AX-STATUS
                                   SET     WS-HOUVE-ERRO   TO  TRUE
                                   SET     AX-FIM-LOGAUD   TO  TRUE
                                   EXIT    PARAGRAPH
                       END-IF
                       ADD         1           TO  WS-ARQ-AUDITORIA
           ELSE
                       WRITE       ATM-REGISTRO    FROM    AUD-REGISTRO
                       IF          AX-STATUS NOT EQUAL "00"
                                   DISPLAY "Erro ao Gravar AUDTMP! "
                                           "Status " AX-STATUS
                                   SET     WS-HOUVE-ERRO   TO  TRUE
                                   SET     AX-FIM-LOGAUD   TO  TRUE
                       END-IF
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-AVALIA-AUDITORIA.
      *>----------------------------------------------------------------
           MOVE        "N"                     TO  WS-ARQUIVA

           IF          AUD-DATA-HORA(1:4) NOT NUMERIC
           OR          AUD-DATA-HORA(6:2) NOT NUMERIC
           OR          AUD-DATA-HORA(9:2) NOT NUMERIC
                       EXIT        PARAGRAPH
           END-IF

           MOVE        AUD-DATA-HORA(1:4)      TO  WS-CHK-ANO
           MOVE        AUD-DATA-HORA(6:2)      TO  WS-CHK-MES
           MOVE        AUD-DATA-HORA(9:2)      TO  WS-CHK-DIA

           IF          WS-CHECA-DATA NOT LESS WS-DATA-CORTE
                       EXIT        PARAGRAPH
           END-IF

           PERFORM     R-CHECA-COMPETENCIA
           IF          NOT WS-COMPETENCIA-FECHADA
                       EXIT        PARAGRAPH
           END-IF

           IF          AUD-ENT-PEDIDO
           AND         AUD-CHAVE(1:6) NUMERIC
                       MOVE        AUD-CHAVE(1:6)  TO  WS-AUD-PEDIDO
                       MOVE        WS-AUD-PEDIDO   TO  PED-NUMERO
                       READ        CADPED
                       IF          AX-STATUS EQUAL "00"
                                   EXIT    PARAGRAPH
                       END-IF
           END-IF

           MOVE        "S"                     TO  WS-ARQUIVA

           EXIT.

      *>----------------------------------------------------------------
       R-TROCA-AUDITORIA.
      *>----------------------------------------------------------------
           OPEN        INPUT       HISNOV
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir HISNOV! Status "
                                   AX-STATUS
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           OPEN        INPUT       AUDTMP
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir AUDTMP! Status "
                                   AX-STATUS
                       CLOSE       HISNOV
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           OPEN        OUTPUT      HISAUD
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir HISAUD! Status "
                                   AX-STATUS
                       CLOSE       HISNOV      AUDTMP
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  AX-EOF-HISAUD
           PERFORM     UNTIL   AX-FIM-HISAUD
                       READ        HISNOV      NEXT    AT END
                                   SET     AX-FIM-HISAUD   TO  TRUE
                       NOT AT END
                                   WRITE   hAUD-REGISTRO
                                           FROM    HNV-REGISTRO
                                   IF      AX-STATUS NOT EQUAL "00"
                                           DISPLAY "Erro ao Gravar "
                                                   "HISAUD! Status "
                                                   AX-STATUS
                                           SET     WS-HOUVE-ERRO
                                                           TO  TRUE
                                           SET     AX-FIM-HISAUD
                                                           TO  TRUE
                                   END-IF
                       END-READ
           END-PERFORM
           CLOSE       HISAUD
           IF          WS-HOUVE-ERRO
                       CLOSE       HISNOV      AUDTMP
                       EXIT        PARAGRAPH
           END-IF

           OPEN        OUTPUT      LOGAUD
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir LOGAUD! Status "
                                   AX-STATUS
                       CLOSE       HISNOV      AUDTMP
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           MOVE        "N"                     TO  AX-EOF-LOGAUD
           PERFORM     UNTIL   AX-FIM-LOGAUD
                       READ        AUDTMP      NEXT    AT END
                                   SET     AX-FIM-LOGAUD   TO  TRUE
                       NOT AT END
                                   WRITE   AUD-REGISTRO
                                           FROM    ATM-REGISTRO
                                   IF      AX-STATUS NOT EQUAL "00"
                                           DISPLAY "Erro ao Gravar "
                                                   "LOGAUD! Status "
                                                   AX-STATUS
                                           SET     WS-HOUVE-ERRO
                                                           TO  TRUE
                                           SET     AX-FIM-LOGAUD
                                                           TO  TRUE
                                   END-IF
                       END-READ
           END-PERFORM
           CLOSE       LOGAUD

           CLOSE       HISNOV      AUDTMP

           EXIT.

      *>----------------------------------------------------------------
       R-RESUMO.
      *>----------------------------------------------------------------
           COMPUTE     WS-TOT-LIDOS
                       = WS-LID-PEDIDOS + WS-LID-AUDITORIA
           COMPUTE     WS-TOT-GRAVADOS
                       = WS-ARQ-PEDIDOS + WS-ARQ-ITENS
                       + WS-ARQ-PARCELAS + WS-ARQ-AUDITORIA

           DISPLAY     "Pedidos Lidos...........: " WS-LID-PEDIDOS
           DISPLAY     "Pedidos Arquivados......: " WS-ARQ-PEDIDOS
           DISPLAY     "Itens Arquivados........: " WS-ARQ-ITENS
           DISPLAY     "Parcelas Arquivadas.....: " WS-ARQ-PARCELAS
           DISPLAY     "Auditoria Lida..........: " WS-LID-AUDITORIA
           DISPLAY     "Auditoria Arquivada.....: " WS-ARQ-AUDITORIA

           EXIT.

      *>----------------------------------------------------------------
       R-CHECKPOINT-LER.
      *>----------------------------------------------------------------
           MOVE        "N"                      TO  WS-CKP-HA-RETOMADA
           MOVE        "P"                      TO  WS-CKP-FASE
           MOVE        ZEROS                    TO  WS-CKP-PEDIDO

           OPEN        INPUT       CKPARQ
           IF          AX-STATUS EQUAL "00"
                       READ        CKPARQ
                       IF          AX-STATUS EQUAL "00"
                       AND        (CKA-FASE-PEDIDOS
                       OR          CKA-FASE-AUDITORIA
                       OR          CKA-FASE-TROCA)
                       AND         CKA-DATA-CORTE NOT EQUAL ZEROS
                                   MOVE    "S"
                                           TO  WS-CKP-HA-RETOMADA
                                   MOVE    CKA-FASE
                                                   TO  WS-CKP-FASE
                                   MOVE    CKA-PED-NUMERO
                                                   TO  WS-CKP-PEDIDO
                                   MOVE    CKA-DATA-CORTE
                                                   TO  WS-DATA-CORTE
                                   IF      CKA-FASE-TROCA
                                           SET WS-HA-TROCA TO TRUE
                                   END-IF
                       END-IF
                       CLOSE       CKPARQ
           END-IF

           EXIT.

      *>----------------------------------------------------------------
       R-GRAVA-CHECKPOINT.
      *>----------------------------------------------------------------
           OPEN        OUTPUT      CKPARQ
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir o Arquivo de "
                                   "Checkpoint! Status " AX-STATUS
                       SET         WS-HOUVE-ERRO   TO  TRUE
                       EXIT        PARAGRAPH
           END-IF

           MOVE        WS-CKP-FASE              TO  CKA-FASE
           MOVE        WS-DATA-CORTE            TO  CKA-DATA-CORTE
           MOVE        WS-CKP-PEDIDO            TO  CKA-PED-NUMERO

           WRITE       CKA-REGISTRO
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Gravar o Checkpoint! "
                                   "Status " AX-STATUS
                       SET         WS-HOUVE-ERRO   TO  TRUE
           END-IF

           CLOSE       CKPARQ

           EXIT.

      *>----------------------------------------------------------------
       R-CHECKPOINT-LIMPAR.
      *>----------------------------------------------------------------
           OPEN        OUTPUT      CKPARQ
           IF          AX-STATUS NOT EQUAL "00"
                       DISPLAY     "Erro ao Abrir o Arquivo de "
                                   "Checkpoint! Status " AX-STATUS
                       EXIT        PARAGRAPH
           END-IF

           INITIALIZE  CKA-REGISTRO
           WRITE       CKA-REGISTRO

           CLOSE       CKPARQ

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-INICIO.
      *>----------------------------------------------------------------
           MOVE        "ARQHIS  "              TO  WS-RUN-JOB
           MOVE        "I"                     TO  WS-RUN-EVENTO
           CALL        "GRVRUN"    USING   WS-RUN-DADOS
           CANCEL      "GRVRUN"

           EXIT.

      *>----------------------------------------------------------------
       R-RUNCTL-FIM.
      *>----------------------------------------------------------------
           MOVE        "F"                     TO  WS-RUN-EVENTO
           MOVE        WS-TOT-LIDOS            TO  WS-RUN-LIDOS
           MOVE        WS-TOT-GRAVADOS         TO  WS-RUN-GRAVADOS
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
