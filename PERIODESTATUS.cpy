      *    One accounting period on PeriodeStatus.txt, keyed YYYYMM.
      *    Finance closes a month from Opgave93 once its GL figures
      *    are signed off; from then on nothing may be dated into
      *    it (PERIODELAAS). A period with no record is open.
      *    Reopening is allowed but counted here and logged with
      *    its reason on PeriodeLog.txt.
               02 PER-PERIODE          PIC 9(6) VALUE ZEROES.
               02 PER-STATUS           PIC X(1) VALUE "A".
                  88 PER-ER-AABEN      VALUE "A".
                  88 PER-ER-LUKKET     VALUE "L".
               02 PER-LUKKET-AF        PIC X(8) VALUE SPACES.
               02 PER-LUKKET-DATO      PIC 9(8) VALUE ZEROES.
               02 PER-GENAABNET-AF     PIC X(8) VALUE SPACES.
               02 PER-GENAABNET-DATO   PIC 9(8) VALUE ZEROES.
               02 PER-ANTAL-GENAABNET  PIC 9(3) VALUE ZEROES.
