      *    One engagement's credit-loss stage on
      *    NedskrivningStadier.txt, keyed on KONTONUMMER. Kept by
      *    the month-end Opgave94 provisioning run: every loan and
      *    every overdrawn account is put in a stage by the rules
      *    on NedskrivningRegler.txt and carries the provision for
      *    that stage. The FORRIGE fields hold what stood before
      *    the last run, so a rerun on the same date first puts
      *    them back and compares against last month again.
      *    Stage 0 is an engagement that has left the book (repaid
      *    or back in credit) - kept for one run so its release is
      *    counted, then removed.
               02 NDS-KONTONUMMER      PIC X(20) VALUE SPACES.
               02 NDS-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 NDS-TYPE             PIC X(1) VALUE "L".
                  88 NDS-ER-LAAN       VALUE "L".
                  88 NDS-ER-OVERTRAEK  VALUE "O".
               02 NDS-VALUTA           PIC X(3) VALUE "DKK".
               02 NDS-STADIE           PIC 9(1) VALUE ZEROES.
                  88 NDS-ER-PERFORMING VALUE 1.
                  88 NDS-ER-FORRINGET  VALUE 2.
                  88 NDS-ER-KREDITSVAG VALUE 3.
               02 NDS-EKSPONERING      PIC 9(9)V99 VALUE ZEROES.
               02 NDS-HENSAETTELSE     PIC 9(9)V99 VALUE ZEROES.
               02 NDS-DAGE-OVERSKREDET PIC 9(4) VALUE ZEROES.
               02 NDS-DATO             PIC 9(8) VALUE ZEROES.
               02 NDS-FORRIGE-STADIE   PIC 9(1) VALUE ZEROES.
               02 NDS-FORRIGE-HENS     PIC 9(9)V99 VALUE ZEROES.
               02 NDS-FORRIGE-DATO     PIC 9(8) VALUE ZEROES.
