      *    One line per customer or account lookup, appended to
      *    AdgangsLog.txt by ADGANGSLOG from the inquiry screens
      *    and the branch interface, and read back by the Opgave129
      *    weekly access report. A lookup by KONTONUMMER carries
      *    the owner's KUNDE-ID when the account was found; a miss
      *    is logged with the KUNDE-ID blank, since the attempt is
      *    itself worth seeing.
               02 AGL-DATO             PIC 9(8) VALUE ZEROES.
               02 AGL-TID              PIC 9(8) VALUE ZEROES.
               02 AGL-OPERATOER        PIC X(8) VALUE SPACES.
               02 AGL-PROGRAM          PIC X(8) VALUE SPACES.
               02 AGL-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 AGL-KONTONUMMER      PIC X(20) VALUE SPACES.
