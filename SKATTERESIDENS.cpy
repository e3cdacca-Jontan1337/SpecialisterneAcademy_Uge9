      *    One country of tax residence in a customer's FATCA/CRS
      *    self-certification on Skatteresidens.txt, with the
      *    customer's tax identification number (TIN) there. A
      *    customer certifies one or more countries - "DK" alone for
      *    a customer resident only here, "US" for a US person.
      *    Kept on the Opgave104 screen; the Opgave105 nightly
      *    indicia check looks for any active line, the Opgave106
      *    year-end extract reports every account of a customer
      *    with an active line for a country other than "DK". An
      *    ended residence is kept, not deleted.
               02 SKR-NOEGLE.
                   03 SKR-KUNDE-ID     PIC X(10) VALUE SPACES.
                   03 SKR-LAND         PIC X(2) VALUE SPACES.
      *    Blank only for "DK", where the CPR number serves.
               02 SKR-TIN              PIC X(20) VALUE SPACES.
               02 SKR-STATUS           PIC X(1) VALUE "A".
                  88 SKR-ER-AKTIV      VALUE "A".
                  88 SKR-ER-OPHOERT    VALUE "O".
      *    The date on the customer's signed self-certification.
               02 SKR-SELVCERT-DATO    PIC 9(8) VALUE ZEROES.
               02 SKR-OPHOERT-DATO     PIC 9(8) VALUE ZEROES.
               02 SKR-OPERATOER        PIC X(8) VALUE SPACES.
