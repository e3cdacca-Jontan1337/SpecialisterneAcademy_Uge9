      *    One death notification in the CPR registry's daily
      *    delivery DoedsfaldCpr.txt, read by the Opgave127 intake.
      *    Name and birth date are as the registry holds them - the
      *    intake matches on the CPR number, and on the name only
      *    for customers with no CPR number on file.
               02 DDF-CPR-NUMMER       PIC X(10) VALUE SPACES.
               02 DDF-FORNAVN          PIC X(20) VALUE SPACES.
               02 DDF-EFTERNAVN        PIC X(20) VALUE SPACES.
               02 DDF-FOEDSELSDATO     PIC 9(8) VALUE ZEROES.
               02 DDF-DOEDSDATO        PIC 9(8) VALUE ZEROES.
