      *        status on the owner
      *      - the product withdrawal rules
      *      - cover against the available balance (booked minus
      *        holds plus any temporary limit, less the amounts
      *        blocked by seizure and garnishment), with a running
      *        trial balance per account so a credit earlier in
      *        the file funds a debit later in it
      *      - a transfer's both-sides validation
           01 WS-HOLD-SUM                  PIC 9(9)V99 VALUE ZEROES.
           01 WS-HOLD-SUM-RESULT           PIC X(1) VALUE SPACES.
           01 WS-DISPONIBEL                PIC S9(9)V99 VALUE ZEROES.
      *    Amounts blocked by seizure and garnishment orders
      *    (UDLAEGSSUM over Udlaeg.txt) come off the same figure.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.

      *    Running trial balances: the accounts the intake touches,
      *    seeded from KontoOpl.txt the first time each is seen, so

      *    The available balance of the RUNNING trial figure:
      *    booked-so-far minus holds plus any unexpired raise,
      *    floored by the running figure itself, less the blocked
      *    seizure and garnishment amounts - the Opgave21 rule
      *    applied to the simulated account.
           BEREGN-TRIAL-DISPONIBEL.
           CALL "RESERVATIONSSUM" USING
               WS-SIM-KONTONUMMER(WS-SIM-IX)
           IF WS-DISPONIBEL > WS-SIM-BALANCE(WS-SIM-IX)
               MOVE WS-SIM-BALANCE(WS-SIM-IX) TO WS-DISPONIBEL
           END-IF.
           CALL "UDLAEGSSUM" USING WS-SIM-KONTONUMMER(WS-SIM-IX)
               WS-BLOKERET-SUM WS-BLOKERET-RESULT.
           SUBTRACT WS-BLOKERET-SUM FROM WS-DISPONIBEL.

           PROEV-OVERFOERSEL.
           IF TP-MODKONTONUMMER IN TRANSAKTIONREC =
