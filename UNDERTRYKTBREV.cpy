      *    One letter held back because the customer's mail comes
      *    back (Returpost.txt), appended to UndertrykteBreve.txt
      *    by RETURPOSTKONTROL on behalf of the letter-producing
      *    program - the counterpart of the Korrespondancer.txt
      *    line the letter would have had. Counted per customer on
      *    the flag (RP-UNDERTRYKT) for the Opgave123 queue.
               02 UB-DATO              PIC 9(8) VALUE ZEROES.
               02 UB-KUNDE-ID          PIC X(10) VALUE SPACES.
               02 UB-PROGRAM           PIC X(8) VALUE SPACES.
               02 UB-BREVTYPE          PIC X(12) VALUE SPACES.
               02 UB-KONTONUMMER       PIC X(20) VALUE SPACES.
               02 UB-RETUR-DATO        PIC 9(8) VALUE ZEROES.
