      *    One legal seizure (udlaeg from the bailiff's court) or
      *    wage-garnishment order (loenindeholdelse from SKAT) on
      *    Udlaeg.txt: a fixed amount blocked on one account, keyed
      *    on account plus the authority's order reference so an
      *    account can carry several orders. Registered, paid out
      *    and released in Opgave97; summed per account by
      *    UDLAEGSSUM, which takes the blocked amount out of the
      *    available balance in Opgave21, Opgave49 and Opgave39 the
      *    way RESERVATIONSSUM does for card holds - the rest of
      *    the balance stays free for the customer. A settled order
      *    is marked, not deleted, so the trail stands.
               02 UDL-NOEGLE.
                   03 UDL-KONTONUMMER  PIC X(20) VALUE SPACES.
                   03 UDL-REFERENCE    PIC X(15) VALUE SPACES.
               02 UDL-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 UDL-TYPE             PIC X(1) VALUE "U".
                  88 UDL-ER-UDLAEG     VALUE "U".
                  88 UDL-ER-LOENINDEHOLDELSE
                                       VALUE "L".
               02 UDL-MYNDIGHED        PIC X(1) VALUE "F".
                  88 UDL-FRA-FOGEDRET  VALUE "F".
                  88 UDL-FRA-SKAT      VALUE "S".
      *    Where the seized amount is paid: the authority's IBAN,
      *    sent out through the Opgave49 clearing export.
               02 UDL-MYNDIGHED-IBAN   PIC X(20) VALUE SPACES.
               02 UDL-BELOB            PIC 9(7)V99 VALUE ZEROES.
               02 UDL-MODTAGET-DATO    PIC 9(8) VALUE ZEROES.
      *    Zero means the order runs until it is paid out or
      *    released; past this date it no longer blocks anything.
               02 UDL-UDLOEBSDATO      PIC 9(8) VALUE ZEROES.
               02 UDL-STATUS           PIC X(1) VALUE "A".
                  88 UDL-ER-AKTIV      VALUE "A".
                  88 UDL-ER-UDBETALT   VALUE "U".
                  88 UDL-ER-FRIGIVET   VALUE "F".
               02 UDL-OPRETTET-AF      PIC X(8) VALUE SPACES.
               02 UDL-AFSLUTTET-AF     PIC X(8) VALUE SPACES.
               02 UDL-AFSLUTTET-DATO   PIC 9(8) VALUE ZEROES.
               02 UDL-UDBETALT-BELOB   PIC 9(7)V99 VALUE ZEROES.
