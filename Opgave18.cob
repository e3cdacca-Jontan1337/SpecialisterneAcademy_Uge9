      *    the TEKSTRENS trim/STRING idiom already used for this in
      *    Opgave8's FORMAT-NAVN/FORMAT-ADDRESSE; the page break
      *    between customers is WRITE ... AFTER ADVANCING PAGE, same
      *    as Opgave8's WRITE-KUNDE-OVERSKRIFT. A customer with an
      *    active returned-mail flag (Returpost.txt) gets no page.
      *    Every page is indexed through PRINTINDEKS for Opgave124's
      *    nightly print consolidation.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
      *    Every sent letter leaves a line on the central
      *    correspondence log.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "KONTOUDSKRIF".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
      *    ... and a line on PrintIndeks.txt saying whose page it is.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "KundeBrev.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
      *    A customer whose mail comes back gets no page; the
      *    held-back letter is listed on UndertrykteBreve.txt.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETURPOST-ED          PIC ZZZZ9 VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN EXTEND KUNDEBREVOUT.
           IF WS-KBO-STATUS = "35"
               OPEN OUTPUT KUNDEBREVOUT
           END-IF.
           IF WS-KBO-STATUS NOT = "00"
               STRING "Open KundeBrev.txt failed, status "
                   WS-KBO-STATUS DELIMITED BY SIZE
           MOVE WS-CTL-STATUS-SKIP TO WS-CTL-STATUS-SKIP-ED.
           DISPLAY "BREVE UDSKREVET:       " WS-CTL-BREV-COUNT-ED.
           DISPLAY "UNDERTRYKT (STATUS):   " WS-CTL-STATUS-SKIP-ED.
           MOVE WS-CTL-RETURPOST TO WS-CTL-RETURPOST-ED.
           DISPLAY "UNDERTRYKT (RETURPOST):" WS-CTL-RETURPOST-ED.

      *    No letter to a deceased customer or an estate - the
      *    lifecycle status suppresses the page before it starts.
      *    Nor to an address the post office has sent mail back
      *    from (RETURPOSTKONTROL).
           SKRIV-ET-KUNDEBREV.
           CALL "KUNDESTATUSOPSLAG" USING
               KUNDE-ID IN KUNDEOPLREC
           IF WS-LIVSSTATUS NOT = "A"
               ADD 1 TO WS-CTL-STATUS-SKIP
           ELSE
               CALL "RETURPOSTKONTROL" USING
                   KUNDE-ID IN KUNDEOPLREC
                   WS-BREVTYPE
                   KONTONUMMER IN KUNDEOPLREC
                   WS-STAT-PROGRAM
                   WS-RETURPOST
               IF WS-RETURPOST = "J"
                   ADD 1 TO WS-CTL-RETURPOST
               ELSE
                   PERFORM SKRIV-KUNDEBREV-SIDE
               END-IF
           END-IF.

           SKRIV-KUNDEBREV-SIDE.
               WS-BREVTYPE
               KONTONUMMER IN KUNDEOPLREC
               WS-KOR-RESULT.
           CALL "PRINTINDEKS" USING WS-PRINTFIL
               KUNDE-ID IN KUNDEOPLREC
               WS-BREVTYPE
               KONTONUMMER IN KUNDEOPLREC
               WS-PIX-RESULT.
           PERFORM SKRIV-BREV-ADRESSEBLOK.
           PERFORM SKRIV-BREV-HILSEN.
           PERFORM SKRIV-BREV-BRODTEKST.
