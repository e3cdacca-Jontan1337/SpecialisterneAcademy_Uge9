      *    Cumulative general-ledger balance, kept by the Opgave68
      *    journal run: one record per GL account, currency and -
      *    for the lines booked from customer postings - the
      *    KONTOTYPE of the customer account, so a sub-ledger
      *    difference can be pointed at the product behind it.
      *    Lines booked without a customer account carry spaces in
      *    GLS-KONTOTYPE. The balance is GLS-DEBET less GLS-KREDIT
      *    for an A/U account and the other way round for P/I.
               02 GLS-NOEGLE.
                   03 GLS-KONTO        PIC X(6) VALUE SPACES.
                   03 GLS-VALUTA       PIC X(3) VALUE SPACES.
                   03 GLS-KONTOTYPE    PIC X(4) VALUE SPACES.
               02 GLS-DEBET            PIC 9(13)V99 VALUE ZEROES.
               02 GLS-KREDIT           PIC 9(13)V99 VALUE ZEROES.
      *    The last journal date added in and what it added, so a
      *    rerun of the same date backs the first run out before
      *    booking again.
               02 GLS-SIDSTE-DATO      PIC 9(8) VALUE ZEROES.
               02 GLS-SIDSTE-DEBET     PIC 9(13)V99 VALUE ZEROES.
               02 GLS-SIDSTE-KREDIT    PIC 9(13)V99 VALUE ZEROES.
