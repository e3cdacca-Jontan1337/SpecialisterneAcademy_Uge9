      *    A customer's marketing consent for one channel, on
      *    MarketingSamtykker.txt - at most one line per customer
      *    and channel. Kept on the Opgave120 screen and honored by
      *    the Opgave121 campaign extract. The consent holds from
      *    SAM-SAMTYKKE-DATO until SAM-TILBAGE-DATO; zero there
      *    means not withdrawn. A withdrawn consent is kept, not
      *    deleted - it is the proof of when it ended; a new
      *    consent on the channel starts the line over. No line is
      *    no consent.
               02 SAM-NOEGLE.
                   03 SAM-KUNDE-ID     PIC X(10) VALUE SPACES.
                   03 SAM-KANAL        PIC X(1) VALUE SPACES.
                      88 SAM-ER-BREV   VALUE "B".
                      88 SAM-ER-EMAIL  VALUE "E".
                      88 SAM-ER-SMS    VALUE "S".
                      88 SAM-ER-TELEFON VALUE "T".
               02 SAM-SAMTYKKE-DATO    PIC 9(8) VALUE ZEROES.
               02 SAM-TILBAGE-DATO     PIC 9(8) VALUE ZEROES.
               02 SAM-OPERATOER        PIC X(8) VALUE SPACES.
