      *    supplementary file keyed on KUNDE-ID instead of widening
      *    the master. Captured mandatorily on the Opgave52
      *    origination, backfilled for existing customers from the
      *    Opgave80 screen, validated by CPRVALIDER either way. The
      *    Opgave127 intake matches the CPR registry's death
      *    notifications against it.
               02 CPR-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 CPR-NUMMER           PIC X(10) VALUE SPACES.
               02 CPR-DATO             PIC 9(8) VALUE ZEROES.
