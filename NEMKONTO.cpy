      *    One customer's NemKonto designation on NemKonto.txt: the
      *    account public payments (tax refunds, benefits) addressed
      *    to the customer's CPR number are credited to. Keyed on
      *    the CPR number from KundeCpr.txt - one designation per
      *    person - with the account as alternate key so a closing
      *    account finds its designations. Designated from the
      *    Opgave98 screen, used by the Opgave61 intake to route
      *    CPR-addressed credits, cancelled automatically through
      *    NEMKONTOOPHOER on closure (Opgave96), death (Opgave42)
      *    and erasure (Opgave41), and reported to the national
      *    NemKonto registry by the nightly Opgave99 run. A
      *    cancelled designation is kept, not deleted.
               02 NKT-CPR              PIC X(10) VALUE SPACES.
               02 NKT-KONTONUMMER      PIC X(20) VALUE SPACES.
               02 NKT-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 NKT-STATUS           PIC X(1) VALUE "A".
                  88 NKT-ER-AKTIV      VALUE "A".
                  88 NKT-ER-OPHOERT    VALUE "O".
      *    Why a designation was cancelled: K the customer's own
      *    wish, L the account closed, D death, S erasure.
               02 NKT-AARSAG           PIC X(1) VALUE SPACES.
               02 NKT-OPRETTET-DATO    PIC 9(8) VALUE ZEROES.
               02 NKT-AENDRET-DATO     PIC 9(8) VALUE ZEROES.
               02 NKT-OPERATOER        PIC X(8) VALUE SPACES.
      *    What the registry still has to be told: N new, E
      *    changed, O cancelled; space once Opgave99 has reported
      *    it. A designation cancelled before its N was reported
      *    never reaches the registry at all.
               02 NKT-INDBERETNING     PIC X(1) VALUE SPACES.
                  88 NKT-INDBERET-NY   VALUE "N".
                  88 NKT-INDBERET-AENDRET
                                       VALUE "E".
                  88 NKT-INDBERET-OPHOER
                                       VALUE "O".
                  88 NKT-ER-INDBERETTET
                                       VALUE SPACE.
               02 NKT-INDBERETTET-DATO PIC 9(8) VALUE ZEROES.
