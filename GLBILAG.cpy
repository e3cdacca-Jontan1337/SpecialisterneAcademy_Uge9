      *    One manual GL voucher on GLBilag.txt. Keyed by finance in
      *    Opgave92 as a balanced set of debit and credit lines
      *    against Kontoplan.txt accounts in one currency, approved
      *    by a second operator at level 3, and booked by the next
      *    Opgave68 run, which marks it "B". Decided and booked
      *    vouchers stay for the trail.
               02 GLB-NR               PIC 9(6) VALUE ZEROES.
               02 GLB-STATUS           PIC X(1) VALUE "N".
                  88 GLB-ER-AABEN      VALUE "N".
                  88 GLB-ER-GODKENDT   VALUE "G".
                  88 GLB-ER-AFVIST     VALUE "A".
                  88 GLB-ER-BOGFOERT   VALUE "B".
               02 GLB-VALUTA           PIC X(3) VALUE "DKK".
               02 GLB-BEGRUNDELSE      PIC X(60) VALUE SPACES.
               02 GLB-OPRETTET-AF      PIC X(8) VALUE SPACES.
               02 GLB-OPRETTET-DATO    PIC 9(8) VALUE ZEROES.
      *    The accounting date the voucher is booked under; it must
      *    lie in an open period (PERIODELAAS).
               02 GLB-BOGF-DATO        PIC 9(8) VALUE ZEROES.
               02 GLB-GODKENDT-AF      PIC X(8) VALUE SPACES.
               02 GLB-GODKENDT-DATO    PIC 9(8) VALUE ZEROES.
               02 GLB-BOGFOERT-DATO    PIC 9(8) VALUE ZEROES.
               02 GLB-ANTAL-LINJER     PIC 9(2) VALUE ZEROES.
      *    GLB-SIDE "D" debit, "K" credit. GLB-KONTOTYPE is only
      *    keyed on a control-account line, naming the customer
      *    KONTOTYPE the correction belongs to; spaces leave it a
      *    manual entry in the Opgave91 reconciliation.
               02 GLB-LINJE OCCURS 10 TIMES.
                   03 GLB-KONTO        PIC X(6).
                   03 GLB-SIDE         PIC X(1).
                   03 GLB-BELOB        PIC 9(7)V99.
                   03 GLB-KONTOTYPE    PIC X(4).
