      *    One Betalingsservice mandate on BSAftaler.txt: the
      *    customer's consent that the creditor (PBS creditor
      *    number) may collect from the account for one debtor
      *    group. Registered and cancelled by the clearing house's
      *    BS03/BS04 records through Opgave48 or at the branch on
      *    the Opgave102 screen; Opgave48 honors a BS02 collection
      *    only against an active mandate. Shown by the Opgave39
      *    inquiry, handed over by the Opgave100 bank switch. A
      *    cancelled mandate is kept, not deleted.
               02 BSA-NOEGLE.
                   03 BSA-KONTONUMMER  PIC X(20) VALUE SPACES.
                   03 BSA-KREDITOR-NR  PIC X(8) VALUE SPACES.
                   03 BSA-DEBITORGRUPPE
                                       PIC X(5) VALUE SPACES.
      *    The customer's number with the creditor, as the creditor
      *    quotes it on the registration.
               02 BSA-KUNDENUMMER      PIC X(15) VALUE SPACES.
               02 BSA-KREDITOR-NAVN    PIC X(20) VALUE SPACES.
               02 BSA-STATUS           PIC X(1) VALUE "A".
                  88 BSA-ER-AKTIV      VALUE "A".
                  88 BSA-ER-AFMELDT    VALUE "O".
      *    Where the last change came from: C the clearing house,
      *    F the branch screen, L the account's closure.
               02 BSA-KILDE            PIC X(1) VALUE SPACES.
               02 BSA-TILMELDT-DATO    PIC 9(8) VALUE ZEROES.
               02 BSA-AFMELDT-DATO     PIC 9(8) VALUE ZEROES.
               02 BSA-OPERATOER        PIC X(8) VALUE SPACES.
