      *    Outbound payment held for a customer callback. Opgave49
      *    parks a transfer order here instead of sending it when
      *    it would take the customer over the day's outbound
      *    limit, or when it is a first payment to a beneficiary
      *    IBAN the customer has never paid, above the threshold.
      *    Nothing leaves the bank until an operator has reached
      *    the customer and released the item on the Opgave131
      *    screen; the next export run sends it. A rejected item
      *    stays on file as the trail.
               02 BH-NR                PIC 9(6) VALUE ZEROES.
               02 BH-STATUS            PIC X(1) VALUE "N".
                  88 BH-ER-AABEN       VALUE "N".
                  88 BH-ER-FRIGIVET    VALUE "F".
                  88 BH-ER-AFVIST      VALUE "A".
                  88 BH-ER-SENDT       VALUE "S".
               02 BH-AARSAG            PIC X(1) VALUE SPACES.
                  88 BH-PGA-DAGSGRAENSE VALUE "G".
                  88 BH-PGA-NY-MODTAGER VALUE "M".
               02 BH-DATO              PIC 9(8) VALUE ZEROES.
               02 BH-KUNDE-ID          PIC X(10) VALUE SPACES.
      *    The transfer order as it came in.
               02 BH-KONTONUMMER       PIC X(20) VALUE SPACES.
               02 BH-IBAN              PIC X(20) VALUE SPACES.
               02 BH-BELOB             PIC 9(7)V99 VALUE ZEROES.
               02 BH-ORDRE-DATO        PIC 9(8) VALUE ZEROES.
               02 BH-TEKST             PIC X(30) VALUE SPACES.
      *    Who decided, when, and how the customer was reached.
               02 BH-OPERATOER         PIC X(8) VALUE SPACES.
               02 BH-AFGJORT-DATO      PIC 9(8) VALUE ZEROES.
               02 BH-KONTAKT           PIC X(30) VALUE SPACES.
      *    The payment number it went out under, once sent.
               02 BH-BETALINGSNR       PIC 9(9) VALUE ZEROES.
