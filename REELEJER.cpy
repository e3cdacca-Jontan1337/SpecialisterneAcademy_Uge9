      *    One real (beneficial) owner of a business customer, on
      *    ReelleEjere.txt: the company's KUNDE-ID and the owner's,
      *    both customers in Kundeoplysninger.txt, with the share
      *    of the company the owner holds. Keyed on the company,
      *    then the owner, so a company's owners read in one
      *    sweep; the owner is an alternate key for the reverse
      *    question. Maintained from the Opgave103 screen and
      *    read by the Opgave36 screening and the Opgave81 KYC
      *    scheduling. An ended ownership is kept, not deleted.
               02 REJ-NOEGLE.
                   03 REJ-SELSKAB-ID   PIC X(10) VALUE SPACES.
                   03 REJ-EJER-ID      PIC X(10) VALUE SPACES.
               02 REJ-EJERANDEL        PIC 9(3)V99 VALUE ZEROES.
               02 REJ-STATUS           PIC X(1) VALUE "A".
                  88 REJ-ER-AKTIV      VALUE "A".
                  88 REJ-ER-OPHOERT    VALUE "O".
               02 REJ-FRA-DATO         PIC 9(8) VALUE ZEROES.
               02 REJ-TIL-DATO         PIC 9(8) VALUE ZEROES.
               02 REJ-OPERATOER        PIC X(8) VALUE SPACES.
