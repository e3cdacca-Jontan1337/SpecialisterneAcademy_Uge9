               02 OPR-STATUS           PIC X(1) VALUE "A".
                  88 OPR-ER-AKTIV      VALUE "A".
                  88 OPR-ER-SPAERRET   VALUE "S".
      *    The branch the operator works in, and the operator's own
      *    KUNDE-ID when they bank with us themselves - what the
      *    Opgave129 access report checks each lookup against.
      *    Records from before the fields existed read back as
      *    spaces: the main branch "001", not a customer.
               02 OPR-AFDELING         PIC X(3) VALUE "001".
               02 OPR-KUNDE-ID         PIC X(10) VALUE SPACES.
