      *    A proposed lifecycle status change on StatusForslag.txt,
      *    keyed by KUNDE-ID - today only the deaths the Opgave127
      *    intake matched on CPR number against KundeCpr.txt. Nothing
      *    happens to the customer until an operator confirms the
      *    proposal on the Opgave42 screen, which then sets the
      *    status exactly as if it had been keyed there; a rejected
      *    proposal stands for the trail.
               02 SFO-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 SFO-NY-STATUS        PIC X(1) VALUE "D".
               02 SFO-CPR-NUMMER       PIC X(10) VALUE SPACES.
               02 SFO-DOEDSDATO        PIC 9(8) VALUE ZEROES.
               02 SFO-MODTAGET-DATO    PIC 9(8) VALUE ZEROES.
               02 SFO-STATUS           PIC X(1) VALUE "V".
                  88 SFO-AFVENTER      VALUE "V".
                  88 SFO-GODKENDT      VALUE "G".
                  88 SFO-AFVIST        VALUE "A".
               02 SFO-BEHANDLET-DATO   PIC 9(8) VALUE ZEROES.
               02 SFO-OPERATOER        PIC X(8) VALUE SPACES.
