           05  WS-ANTES-LATITUDE       PIC  S9(003)V9(008).
           05  WS-ANTES-LONGITUDE      PIC  S9(003)V9(008).
           05  WS-ANTES-SITUACAO       PIC  X(001).
           05  WS-ANTES-LIMITE         PIC  9(009)V9(002).

       01  WS-AUDIT-OPERACAO           PIC  X(001)     VALUE   SPACES.

       01  WS-LOG-NUM-EDIT             PIC  ---9,99999999.
       01  WS-LOG-VAL-EDIT             PIC  ZZZ.ZZZ.ZZ9,99.

       COPY    "AUDVARS.LIB".

           05  LINE 12 COLUMN 10   VALUE   "Latitude.....:".
           05  LINE 12 COLUMN 40   VALUE   "Longitude....:".
           05  LINE 14 COLUMN 10   VALUE   "Situacao.....:".
           05  LINE 16 COLUMN 10   VALUE   "Limite Cred..:".
           05  LINE 16 COLUMN 40   VALUE   "(Zero = Sem Limite)".
           05  LINE 18 COLUMN 10   VALUE   "Saldo Credor.:".

       01  T-ACCEPT.
           05  T-CODIGO.
               10  LINE 12 COLUMN 25 PIC --9,99999999 USING CLI-LATITUDE.
           05  T-LONG.
               10  LINE 12 COLUMN 55 PIC --9,99999999 USING CLI-LONGITUDE.
           05  T-LIMITE.
               10  LINE 16 COLUMN 25 PIC ZZZ.ZZZ.ZZ9,99 USING CLI-LIMITE-CREDITO.

       01  T-SITUACAO.
           05  LINE 14 COLUMN 25   PIC X(010) FROM     WS-SIT-DESCRICAO.
           05  LINE 18 COLUMN 25   PIC ZZZ.ZZZ.ZZ9,99 FROM CLI-SALDO-CREDITO.

       01  T-MENS.
           05  LINE 24 COLUMN 01   VALUE "Mensagem:".
                                   PERFORM     R-RECEIVER-004
                           WHEN    05
                                   PERFORM     R-RECEIVER-005
                           WHEN    06
                                   PERFORM     R-RECEIVER-006
                       END-EVALUATE
           END-PERFORM


      *>----------------------------------------------------------------
       R-RECEIVER-005.
      *>----------------------------------------------------------------
           MOVE        "[ESC] Para Sair"       TO  AX-MENSAGEM
           DISPLAY     T-MENS
           ACCEPT      T-LIMITE ON ESCAPE
                       SUBTRACT 1 FROM AX-CAMPO
                       EXIT        PARAGRAPH
           END-ACCEPT

           ADD         1                       TO  AX-CAMPO

           EXIT.

      *>----------------------------------------------------------------
       R-RECEIVER-006.
      *>----------------------------------------------------------------
           MOVE        "Confirma (S/N):"       TO  AX-MENSAGEM
           DISPLAY     T-MENS
                       PERFORM     R-GRAVA-AUD
           END-IF

           IF          WS-ANTES-LIMITE NOT EQUAL CLI-LIMITE-CREDITO
                       MOVE        "CLI-LIMITE-CRED"   TO  WS-AUD-CAMPO
                       MOVE        WS-ANTES-LIMITE     TO  WS-LOG-VAL-EDIT
                       MOVE        WS-LOG-VAL-EDIT     TO  WS-AUD-VALOR-ANT
                       MOVE        CLI-LIMITE-CREDITO  TO  WS-LOG-VAL-EDIT
                       MOVE        WS-LOG-VAL-EDIT     TO  WS-AUD-VALOR-NOVO
                       PERFORM     R-GRAVA-AUD
           END-IF

           EXIT.

      *>----------------------------------------------------------------
