      *    through KORRESPONDANCELOG by every letter-producing
      *    program (Opgave18 statements, Opgave52 welcome letters,
      *    Opgave54 collection notices, Opgave72 rate-change
      *    notices; an Opgave128 indsigt extract handed over is
      *    logged the same way). When a customer claims a rykker
      *    never came, this is what says it was sent. Keyed on a
      *    running number; the customer alternate key is what the
      *    Opgave39 inquiry walks.
               02 KOR-NR               PIC 9(7) VALUE ZEROES.
               02 KOR-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 KOR-BREVTYPE         PIC X(12) VALUE SPACES.
