                                                   OPR-TENTATIVAS
                       MOVE        "N"         TO  OPR-BLOQUEADO
                                                   OPR-PERM-REABERTURA
                                                   OPR-PERM-LIBERACAO
                       MOVE        "S"         TO  OPR-TROCA-SENHA
           END-IF

