      *    Returned mail per customer, on Returpost.txt keyed on
      *    KUNDE-ID. Registered from the Opgave122 screen when the
      *    post office sends a letter back as undeliverable, with
      *    the letter's number on Korrespondancer.txt. While the
      *    flag is active every letter-producing program holds the
      *    customer's letters back (RETURPOSTKONTROL) and the
      *    customer stands on the Opgave123 address-verification
      *    queue for the branch. The flag is lifted by
      *    RETURPOSTOPHAEV when a new address is recorded - the
      *    Opgave14 address changes, or an Opgave11 change applied
      *    in Opgave37 - or by hand on the screen. A lifted flag is
      *    kept until the customer's next returned letter.
               02 RP-KUNDE-ID          PIC X(10) VALUE SPACES.
               02 RP-STATUS            PIC X(1) VALUE "A".
                  88 RP-ER-AKTIV       VALUE "A".
                  88 RP-ER-OPHAEVET    VALUE "O".
               02 RP-RETUR-DATO        PIC 9(8) VALUE ZEROES.
      *    The returned letter, as logged by KORRESPONDANCELOG.
               02 RP-KOR-NR            PIC 9(7) VALUE ZEROES.
               02 RP-BREVTYPE          PIC X(12) VALUE SPACES.
               02 RP-BREV-DATO         PIC 9(8) VALUE ZEROES.
               02 RP-REGISTRERET-DATO  PIC 9(8) VALUE ZEROES.
               02 RP-OPERATOER         PIC X(8) VALUE SPACES.
      *    Letters held back since the flag was set.
               02 RP-UNDERTRYKT        PIC 9(5) VALUE ZEROES.
               02 RP-OPHAEVET-DATO     PIC 9(8) VALUE ZEROES.
      *    The operator, or the program that recorded the new
      *    address.
               02 RP-OPHAEVET-AF       PIC X(8) VALUE SPACES.
