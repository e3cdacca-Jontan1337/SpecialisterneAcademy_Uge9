      *    One handoff control on Kontroltotaler.txt: what the
      *    programs that wrote a working file between the chain's
      *    steps put on it, kept by KONTROLTOTAL and checked by the
      *    step that reads the file next. The same layout is the
      *    callers' running totals while they write or read it.
               02 KTL-FILNAVN          PIC X(30) VALUE SPACES.
               02 KTL-ANTAL            PIC 9(9) VALUE ZEROES.
      *    Sum of the records' amounts, and a hash of their keys -
      *    each character's value times its position in the key -
      *    so a record swapped for another with the same amount is
      *    caught too.
               02 KTL-BELOB-SUM        PIC S9(13)V99 VALUE ZEROES.
               02 KTL-NOEGLE-SUM       PIC 9(15) VALUE ZEROES.
      *    The program and the date and time of the last change.
               02 KTL-PROGRAM          PIC X(8) VALUE SPACES.
               02 KTL-DATO             PIC 9(8) VALUE ZEROES.
               02 KTL-TID              PIC 9(8) VALUE ZEROES.
