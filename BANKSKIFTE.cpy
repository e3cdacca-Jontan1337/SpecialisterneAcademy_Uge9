      *    One account on its way to another bank, on BankSkifte.txt:
      *    registered from the Opgave100 screen with the receiving
      *    bank's registration number and the IBAN the account gets
      *    there, and settled by the nightly Opgave101 run on the
      *    switch date - standing orders retired, the closing
      *    balance sent to the new IBAN through the Opgave49
      *    export, the account closed. Keyed on the customer, then
      *    the account, so one customer's switch reads in one
      *    sweep. A switched or cancelled registration is kept, not
      *    deleted.
               02 BSK-NOEGLE.
                   03 BSK-KUNDE-ID     PIC X(10) VALUE SPACES.
                   03 BSK-KONTONUMMER  PIC X(20) VALUE SPACES.
               02 BSK-MODTAGER-REGNR   PIC X(4) VALUE SPACES.
               02 BSK-MODTAGER-IBAN    PIC X(20) VALUE SPACES.
               02 BSK-SKIFTEDATO       PIC 9(8) VALUE ZEROES.
      *    R registered and waiting for the switch date, U switched,
      *    A cancelled before the switch date, F could not be
      *    handed over (BSK-AARSAG says why).
               02 BSK-STATUS           PIC X(1) VALUE "R".
                  88 BSK-ER-REGISTRERET
                                       VALUE "R".
                  88 BSK-ER-UDFOERT    VALUE "U".
                  88 BSK-ER-ANNULLERET VALUE "A".
                  88 BSK-ER-FEJLET     VALUE "F".
               02 BSK-OPRETTET-DATO    PIC 9(8) VALUE ZEROES.
               02 BSK-OPERATOER        PIC X(8) VALUE SPACES.
      *    Set when the switch date has retired the account's
      *    standing orders - a settlement put off to a later night
      *    does not retire them twice.
               02 BSK-ORDRER-OPHOERT   PIC X(1) VALUE "N".
                  88 BSK-ORDRER-ER-OPHOERT
                                       VALUE "J".
               02 BSK-UDFOERT-DATO     PIC 9(8) VALUE ZEROES.
               02 BSK-UDBETALT-BELOB   PIC 9(7)V99 VALUE ZEROES.
      *    The last reason the settlement was put off or refused.
               02 BSK-AARSAG           PIC X(30) VALUE SPACES.
