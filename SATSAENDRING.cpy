                  88 SAE-ER-GODKENDT   VALUE "G".
                  88 SAE-ER-AFVIST     VALUE "A".
      *    Which table: R Rentesatser, S StrafRentesatser,
      *    G Gebyrsatser, F FtpSatser.
               02 SAE-TABEL            PIC X(1) VALUE SPACES.
      *    VALUTAKODE (R/S/F) or KONTOTYPE (G).
               02 SAE-NOEGLE           PIC X(4) VALUE SPACES.
               02 SAE-SATS             PIC 9(5)V9(4) VALUE ZEROES.
               02 SAE-EFFEKTIV-DATO    PIC 9(8) VALUE ZEROES.
               02 SAE-FORESLAAET-AF    PIC X(8) VALUE SPACES.
               02 SAE-GODKENDT-AF      PIC X(8) VALUE SPACES.
               02 SAE-DATO             PIC 9(8) VALUE ZEROES.
      *    The day the change was approved or rejected, zeroes
      *    while it is open.
               02 SAE-AFGJORT-DATO     PIC 9(8) VALUE ZEROES.
