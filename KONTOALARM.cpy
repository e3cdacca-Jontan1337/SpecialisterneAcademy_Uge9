      *    One alert a customer has subscribed to on one account,
      *    on KontoAlarmer.txt - at most one of each type per
      *    account. Kept on the Opgave108 screen and evaluated
      *    nightly by Opgave109 after the posting run:
      *      S - the balance has fallen below KA-GRAENSE
      *      H - a debit above KA-GRAENSE was posted
      *      L - a credit of at least KA-GRAENSE arrived (salary)
      *    The notification goes by SMS or email to the contact
      *    details on KundeKontakter.txt. A cancelled alert is
      *    kept, not deleted.
               02 KA-NOEGLE.
                   03 KA-KONTONUMMER   PIC X(20) VALUE SPACES.
                   03 KA-ALARM-TYPE    PIC X(1) VALUE SPACES.
                      88 KA-ER-SALDO   VALUE "S".
                      88 KA-ER-HAEVNING VALUE "H".
                      88 KA-ER-LOEN    VALUE "L".
               02 KA-GRAENSE           PIC 9(7)V99 VALUE ZEROES.
               02 KA-KANAL             PIC X(1) VALUE "S".
                  88 KA-VIA-SMS        VALUE "S".
                  88 KA-VIA-EMAIL      VALUE "E".
               02 KA-STATUS            PIC X(1) VALUE "A".
                  88 KA-ER-AKTIV       VALUE "A".
                  88 KA-ER-OPHOERT     VALUE "O".
      *    Saldo alerts only: "J" once the customer has been told
      *    the balance is below the limit, back to "N" when it has
      *    recovered - one notification per dip, not one a night.
               02 KA-UNDER-GRAENSE     PIC X(1) VALUE "N".
               02 KA-OPRETTET-DATO     PIC 9(8) VALUE ZEROES.
               02 KA-OPHOERT-DATO      PIC 9(8) VALUE ZEROES.
               02 KA-OPERATOER         PIC X(8) VALUE SPACES.
