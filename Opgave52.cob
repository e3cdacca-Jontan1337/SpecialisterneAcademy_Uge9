      *    screen, waiting for the next account extract and hoping
      *    the two meet in the cross-reference. Every application
      *    runs the full validator chain first - ADRESSEVALIDER,
      *    EMAILVALIDER, KONTONRVALIDER, LANDEPOSTNRVALIDER, and a
      *    valid identity document on IdDokumenter.txt through
      *    IDDOKOPSLAG - and an application that fails anything,
      *    or whose KUNDE-ID or KONTONUMMER already exists, is
      *    rejected whole to OriginationAfvist.txt with its
      *    reasons. A clean
      *    application creates the Kundeoplysninger.txt and
      *    KontoOpl.txt records in one unit and queues a welcome
      *    letter in the Opgave18 letter layout to
      *    VelkomstBreve.txt, indexed through PRINTINDEKS for
      *    Opgave124's nightly print consolidation.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WS-LANDEPOSTNR-RESULT        PIC X(1) VALUE SPACES.
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-CPR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-ID-DOKTYPE                PIC X(1) VALUE SPACES.
           01 WS-ID-UDLOEB-DATO            PIC 9(8) VALUE ZEROES.
           01 WS-ID-RESULT                 PIC X(1) VALUE SPACES.

           01 WS-AFVIST-SWITCH             PIC X(1) VALUE "N".
              88 WS-ANSOEGNING-AFVIST      VALUE "Y".
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "VELKOMST".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "VelkomstBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.

           01 WS-CTL-ANSOEGNINGER          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-OPRETTET              PIC 9(5) VALUE ZEROES.
                   INTO WS-AARSAGER
           END-IF.

      *    KYC: the branch keys the applicant's ID document on the
      *    Opgave125 screen when it sees it; none on file, or only
      *    an expired one, refuses the application.
           CALL "IDDOKOPSLAG" USING
               KUNDE-ID IN WS-ANSOEGER
               WS-ID-DOKTYPE
               WS-ID-UDLOEB-DATO
               WS-ID-RESULT.
           IF WS-ID-RESULT NOT = "M"
               OR WS-ID-UDLOEB-DATO < WS-DAGS-DATO
               MOVE "Y" TO WS-AFVIST-SWITCH
               STRING WS-AARSAGER DELIMITED BY "  "
                   " ID-DOKUMENT" DELIMITED BY SIZE
                   INTO WS-AARSAGER
           END-IF.

           IF WS-ANSOEGNING-AFVIST
               ADD 1 TO WS-CTL-AFVIST
               PERFORM SKRIV-AFVISNING
               WS-BREVTYPE
               KONTONUMMER IN WS-ANSOEGER
               WS-KOR-RESULT.
           CALL "PRINTINDEKS" USING WS-PRINTFIL
               KUNDE-ID IN WS-ANSOEGER
               WS-BREVTYPE
               KONTONUMMER IN WS-ANSOEGER
               WS-PIX-RESULT.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN WS-ANSOEGER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
