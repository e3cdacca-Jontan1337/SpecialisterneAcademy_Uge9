               02 MLT-EKSTRA-BELOB     PIC 9(7)V99 VALUE ZEROES.
               02 MLT-UDLOEBSDATO      PIC 9(8) VALUE ZEROES.
               02 MLT-OPERATOER        PIC X(8) VALUE SPACES.
      *    The day the raise was granted. Records from before the
      *    field carry spaces.
               02 MLT-DATO             PIC 9(8) VALUE ZEROES.
