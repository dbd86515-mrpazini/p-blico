           ADD         1                       TO  WS-IMP-LIDOS

           MOVE        TCLI-CODIGO             TO  CLI-CODIGO
           READ        CADCLI
           IF          AX-STATUS NOT EQUAL "00"
                       MOVE        ZEROS       TO  CLI-LIMITE-CREDITO
                                                   CLI-SALDO-CREDITO
           END-IF

           MOVE        TCLI-NOME               TO  CLI-NOME
           MOVE        TCLI-LATITUDE           TO  CLI-LATITUDE
           MOVE        TCLI-LONGITUDE          TO  CLI-LONGITUDE
