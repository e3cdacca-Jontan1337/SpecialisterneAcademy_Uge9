      *    One account's closing balance on one business date, in
      *    the account's own VALUTAKODE - appended nightly by the
      *    Opgave90 step right after the posting run, so the
      *    balance KontoOpl.txt overwrites every night is kept.
      *    Keyed on account then date, so one account's history
      *    reads straight off the key.
               02 SH-NOEGLE.
                   03 SH-KONTONUMMER   PIC X(20) VALUE SPACES.
                   03 SH-DATO          PIC 9(8) VALUE ZEROES.
               02 SH-VALUTAKODE        PIC X(3) VALUE SPACES.
               02 SH-BALANCE           PIC S9(7)V99 VALUE ZEROES.
               02 SH-KONTOSTATUS       PIC X(1) VALUE SPACES.
