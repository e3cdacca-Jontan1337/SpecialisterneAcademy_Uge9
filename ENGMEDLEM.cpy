      *    One customer in a group of connected clients, on
      *    EngagementMedlemmer.txt: the group (ENGAGEMENT.cpy) and
      *    the KUNDE-ID. Keyed on the group, then the customer, so
      *    a group's members read in one sweep; the customer is an
      *    alternate key for the reverse question. A customer may
      *    belong to more than one group - a company's owner can be
      *    connected to the family and to the company - and counts
      *    in full in each. A removed member is kept, not deleted,
      *    the REELEJER.cpy way.
               02 EGM-NOEGLE.
                   03 EGM-GRUPPE-ID    PIC X(10) VALUE SPACES.
                   03 EGM-KUNDE-ID     PIC X(10) VALUE SPACES.
               02 EGM-STATUS           PIC X(1) VALUE "A".
                  88 EGM-ER-AKTIV      VALUE "A".
                  88 EGM-ER-OPHOERT    VALUE "O".
               02 EGM-FRA-DATO         PIC 9(8) VALUE ZEROES.
               02 EGM-TIL-DATO         PIC 9(8) VALUE ZEROES.
               02 EGM-OPERATOER        PIC X(8) VALUE SPACES.
