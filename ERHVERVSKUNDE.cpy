      *    A business customer, on Erhvervskunder.txt. KUNDEOPL.cpy
      *    cannot be widened, so - as with KundeCpr.txt for
      *    persons - the company's particulars live in this
      *    supplementary file keyed on KUNDE-ID; a customer found
      *    here is a company, one on KundeCpr.txt a person.
      *    Maintained from the Opgave103 screen, the CVR number
      *    validated by CVRVALIDER. The company's real owners are
      *    on ReelleEjere.txt (REELEJER.cpy).
               02 ERH-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 ERH-CVR              PIC X(8) VALUE SPACES.
      *    The Danmarks Statistik sector (branche) code, six
      *    digits.
               02 ERH-BRANCHEKODE      PIC X(6) VALUE SPACES.
               02 ERH-SELSKABSFORM     PIC X(3) VALUE SPACES.
                  88 ERH-ER-APS        VALUE "APS".
                  88 ERH-ER-AS         VALUE "AS ".
                  88 ERH-ER-IS         VALUE "IS ".
                  88 ERH-ER-KS         VALUE "KS ".
                  88 ERH-ER-ENK        VALUE "ENK".
                  88 ERH-ER-AMBA       VALUE "AMB".
                  88 ERH-ER-FOND       VALUE "FON".
                  88 ERH-ER-FORENING   VALUE "FOR".
                  88 ERH-FORM-GYLDIG   VALUE "APS" "AS " "IS "
                                             "KS " "ENK" "AMB"
                                             "FON" "FOR".
               02 ERH-DATO             PIC 9(8) VALUE ZEROES.
               02 ERH-OPERATOER        PIC X(8) VALUE SPACES.
