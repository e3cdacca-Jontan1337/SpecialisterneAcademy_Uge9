      *    A customer's verified identity document on
      *    IdDokumenter.txt - at most one line per customer and
      *    document type; a renewed document is keyed over the old
      *    one. Kept on the Opgave125 screen, looked up through
      *    IDDOKOPSLAG by the Opgave52 origination (no valid
      *    document, no customer) and walked by the Opgave126
      *    nightly expiry check, which brings the KYC review of a
      *    customer whose document has run out, or soon will, due
      *    at once.
               02 IDD-NOEGLE.
                   03 IDD-KUNDE-ID     PIC X(10) VALUE SPACES.
                   03 IDD-DOKTYPE      PIC X(1) VALUE SPACES.
                      88 IDD-ER-PAS    VALUE "P".
                      88 IDD-ER-KOEREKORT VALUE "K".
                      88 IDD-ER-OPHOLDSTILLADELSE VALUE "O".
               02 IDD-NUMMER           PIC X(20) VALUE SPACES.
      *    The issuing country, ISO two-letter as LANDE-KODE.
               02 IDD-LAND             PIC X(2) VALUE SPACES.
               02 IDD-UDLOEB-DATO      PIC 9(8) VALUE ZEROES.
      *    The day the branch saw the document and keyed it.
               02 IDD-REGISTRERET-DATO PIC 9(8) VALUE ZEROES.
               02 IDD-OPERATOER        PIC X(8) VALUE SPACES.
