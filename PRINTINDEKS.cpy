      *    One printed letter, appended to PrintIndeks.txt through
      *    PRINTINDEKS by the letter-producing program as the letter
      *    goes onto its print file - one line per page-break letter
      *    start, in the order the letters stand in the file. The
      *    Opgave124 print consolidation pairs the N'th letter of a
      *    file with the N'th line for that file to know whose it
      *    is, and consumes both when the spool is made.
               02 PI-DATO              PIC 9(8) VALUE ZEROES.
               02 PI-PRINTFIL          PIC X(25) VALUE SPACES.
               02 PI-KUNDE-ID          PIC X(10) VALUE SPACES.
               02 PI-BREVTYPE          PIC X(12) VALUE SPACES.
      *    The account the letter concerns; spaces when the letter
      *    is customer-level.
               02 PI-KONTONUMMER       PIC X(20) VALUE SPACES.
