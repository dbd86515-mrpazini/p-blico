           MOVE        oCLI-LATITUDE           TO  CLI-LATITUDE
           MOVE        oCLI-LONGITUDE          TO  CLI-LONGITUDE
           MOVE        "A"                     TO  CLI-SITUACAO
           MOVE        ZEROS                   TO  CLI-LIMITE-CREDITO
                                                   CLI-SALDO-CREDITO

           WRITE       CLI-REGISTRO    INVALID KEY
                       CONTINUE
