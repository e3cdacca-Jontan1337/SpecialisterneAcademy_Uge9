      *    A customer's relationship manager (kunderaadgiver) on
      *    KundeRaadgivere.txt, keyed on KUNDE-ID. The adviser is an
      *    operator id off Operatoerer.txt (OPERATOR.cpy) and an
      *    alternate key, so an adviser's book reads in one sweep.
      *    Assigned and moved from the Opgave116 screen - an
      *    adviser leaving has the whole book moved in one go - and
      *    reported weekly by Opgave117. The record holds the
      *    adviser in force; earlier assignments are on the audit
      *    log.
               02 KRG-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 KRG-RAADGIVER        PIC X(8) VALUE SPACES.
               02 KRG-DATO             PIC 9(8) VALUE ZEROES.
               02 KRG-OPERATOER        PIC X(8) VALUE SPACES.
