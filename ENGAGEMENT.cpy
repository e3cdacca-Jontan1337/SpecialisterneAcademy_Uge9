      *    A group of connected clients (engagement) on
      *    Engagementer.txt: a family, or a company and its
      *    subsidiaries, whose exposure the credit committee sees
      *    as one. The group limit is in DKK. The customers in the
      *    group are on EngagementMedlemmer.txt (ENGMEDLEM.cpy).
      *    Maintained from the Opgave114 screen and totalled by the
      *    Opgave115 month-end exposure report.
               02 ENG-GRUPPE-ID        PIC X(10) VALUE SPACES.
               02 ENG-NAVN             PIC X(30) VALUE SPACES.
               02 ENG-GRAENSE          PIC 9(11)V99 VALUE ZEROES.
               02 ENG-STATUS           PIC X(1) VALUE "A".
                  88 ENG-ER-AKTIV      VALUE "A".
                  88 ENG-ER-OPHOERT    VALUE "O".
               02 ENG-DATO             PIC 9(8) VALUE ZEROES.
               02 ENG-OPERATOER        PIC X(8) VALUE SPACES.
