      *    One customer complaint on Klager.txt - the email folder,
      *    retired. Keyed on a running number off KlageNr.txt; the
      *    customer is an alternate key. Registered and answered
      *    from the Opgave118 screen, counted monthly by Opgave119.
      *    The response deadline is the received date plus the
      *    days kept for the category on KlageKategorier.txt. An
      *    answered complaint keeps its record - it is what the
      *    complaints board and Finanstilsynet ask to count.
               02 KLG-NR               PIC 9(6) VALUE ZEROES.
               02 KLG-KUNDE-ID         PIC X(10) VALUE SPACES.
      *    What the complaint concerns: an account and/or one
      *    posting (TH-REFERENCE); spaces/zero when neither.
               02 KLG-KONTONUMMER      PIC X(20) VALUE SPACES.
               02 KLG-POSTERINGSREF    PIC 9(9) VALUE ZEROES.
               02 KLG-KATEGORI         PIC X(4) VALUE SPACES.
               02 KLG-TEKST            PIC X(40) VALUE SPACES.
               02 KLG-MODTAGET-DATO    PIC 9(8) VALUE ZEROES.
               02 KLG-FRIST-DATO       PIC 9(8) VALUE ZEROES.
               02 KLG-STATUS           PIC X(1) VALUE "A".
                  88 KLG-ER-AABEN      VALUE "A".
                  88 KLG-ER-BESVARET   VALUE "B".
      *    The outcome, set with the final answer: M medhold, D
      *    delvis medhold, A afvist, T trukket tilbage.
               02 KLG-UDFALD           PIC X(1) VALUE SPACES.
                  88 KLG-MEDHOLD       VALUE "M".
                  88 KLG-DELVIS-MEDHOLD VALUE "D".
                  88 KLG-AFVIST        VALUE "A".
                  88 KLG-TILBAGETRUKKET VALUE "T".
               02 KLG-SVAR-DATO        PIC 9(8) VALUE ZEROES.
      *    A refund granted with the answer is credited to
      *    KLG-REFUSION-KONTO through the intake with the posting
      *    text "KLAGE <KLG-NR>", which is how the posting that
      *    paid it is found in TransaktionsHistorik.txt again.
               02 KLG-REFUSION         PIC 9(7)V99 VALUE ZEROES.
               02 KLG-REFUSION-KONTO   PIC X(20) VALUE SPACES.
               02 KLG-OPERATOER        PIC X(8) VALUE SPACES.
