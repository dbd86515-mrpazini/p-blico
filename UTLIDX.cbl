                           WHEN    "00"
                                   MOVE    SCLI-REGISTRO
                                           TO  CLI-REGISTRO
                                   IF      CLI-LIMITE-CREDITO
                                           NOT NUMERIC
                                           MOVE    ZEROS
                                           TO  CLI-LIMITE-CREDITO
                                   END-IF
                                   IF      CLI-SALDO-CREDITO
                                           NOT NUMERIC
                                           MOVE    ZEROS
                                           TO  CLI-SALDO-CREDITO
                                   END-IF
                                   WRITE   CLI-REGISTRO    INVALID KEY
                                           ADD 1 TO WS-CONTA-INVALIDOS
                                   NOT INVALID KEY
                           WHEN    "00"
                                   MOVE    SOPR-REGISTRO
                                           TO  OPR-REGISTRO
                                   IF      OPR-PERM-LIBERACAO
                                           NOT EQUAL "S"
                                           MOVE    "N"
                                           TO  OPR-PERM-LIBERACAO
                                   END-IF
                                   WRITE   OPR-REGISTRO    INVALID KEY
                                           ADD 1 TO WS-CONTA-INVALIDOS
                                   NOT INVALID KEY
