      *    One loan offer on LaaneTilbud.txt, keyed on a running
      *    number (LaaneTilbudNr.txt). Written by Opgave138 when the
      *    offer letter is printed, and kept as issued: when the
      *    customer accepts, the loan is booked from these fields
      *    and nothing else, so LaanKonti.txt carries the schedule
      *    the customer signed. Refused and lapsed offers keep
      *    their record for the trail.
               02 LTB-NR               PIC 9(7) VALUE ZEROES.
               02 LTB-STATUS           PIC X(1) VALUE "T".
                  88 LTB-ER-TILBUDT    VALUE "T".
                  88 LTB-ER-ACCEPTERET VALUE "A".
                  88 LTB-ER-ANNULLERET VALUE "X".
               02 LTB-KUNDE-ID         PIC X(10) VALUE SPACES.
      *    The account the installments are collected from.
               02 LTB-BETALINGSKONTO   PIC X(20) VALUE SPACES.
               02 LTB-HOVEDSTOL        PIC 9(7)V99 VALUE ZEROES.
               02 LTB-RENTESATS        PIC 9(2)V9(4) VALUE ZEROES.
               02 LTB-FREKVENS         PIC X(1) VALUE "M".
                  88 LTB-ER-MAANEDLIG  VALUE "M".
                  88 LTB-ER-KVARTAL    VALUE "K".
               02 LTB-TERMINER         PIC 9(3) VALUE ZEROES.
               02 LTB-YDELSE           PIC 9(7)V99 VALUE ZEROES.
      *    The fees as they stood on Gebyrsatser.txt the day the
      *    offer was made: the one-off setup fee (LOPR) and the
      *    monthly account fee of a LAAN account.
               02 LTB-ETABLERING       PIC 9(5)V99 VALUE ZEROES.
               02 LTB-MDR-GEBYR        PIC 9(5)V99 VALUE ZEROES.
               02 LTB-SAMLET-RENTE     PIC 9(9)V99 VALUE ZEROES.
      *    Total cost of credit (interest and fees) and the total
      *    the customer pays back, principal included.
               02 LTB-KREDITOMK        PIC 9(9)V99 VALUE ZEROES.
               02 LTB-SAMLET-BELOB     PIC 9(9)V99 VALUE ZEROES.
      *    Annual percentage rate of charge (aaop), in percent.
               02 LTB-AAOP             PIC 9(3)V99 VALUE ZEROES.
               02 LTB-TILBUDS-DATO     PIC 9(8) VALUE ZEROES.
               02 LTB-FOERSTE-DATO     PIC 9(8) VALUE ZEROES.
               02 LTB-GYLDIG-TIL       PIC 9(8) VALUE ZEROES.
               02 LTB-OPERATOER        PIC X(8) VALUE SPACES.
      *    Filled in when the offer is accepted and booked.
               02 LTB-KONTONUMMER      PIC X(20) VALUE SPACES.
               02 LTB-ACCEPT-DATO      PIC 9(8) VALUE ZEROES.
