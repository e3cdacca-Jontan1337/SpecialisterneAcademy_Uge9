      *      one advance-notice letter per affected customer is
      *      written to RepricingBreve.txt in the Opgave18 letter
      *      layout (a customer with several matching accounts
      *      gets one letter), each indexed through PRINTINDEKS for
      *      Opgave124's nightly print run. A customer whose mail
      *      comes back (Returpost.txt) gets no letter; they are
      *      listed on RepricingIkkeVarslet.txt against the plan
      *      instead.
      *
      *    E (effektuering): run on or after the effective date; it
      *      applies every planned change that has fallen due -
      *      same old RENTESATS, still active) get the new rate in
      *      one pass, each change logged through AUDITLOG - and
      *      marks the plan line done. Stragglers stop being a
      *      thing because nobody walks screens any more. Accounts
      *      of a customer listed as not notified for the plan keep
      *      their old rate - without the notice the change cannot
      *      be applied to them; a fresh V run for the same change
      *      notifies them once the address has been put right.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           SELECT VARSELFILE ASSIGN TO "VarselBankdage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-STATUS.
           SELECT IKKEVARSLETFILE
               ASSIGN TO "RepricingIkkeVarslet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IKV-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD VARSELFILE.
           01 VARSELREC                    PIC 9(3).

      *    One customer left without notice of a plan, keyed to the
      *    plan line by its type, old rate and effective date.
           FD IKKEVARSLETFILE.
           01 IKKEVARSLETREC.
               02 IKV-KONTOTYPE            PIC X(4).
               02 IKV-GAMMEL-SATS          PIC 9(2)V9(4).
               02 IKV-EFFEKTIV-DATO        PIC 9(8).
               02 IKV-KUNDE-ID             PIC X(10).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-PLT-STATUS                PIC X(2).
           01 WS-BRV-STATUS                PIC X(2).
           01 WS-VAR-STATUS                PIC X(2).
           01 WS-IKV-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-VARSLET-IX                PIC 9(3) VALUE ZEROES.
           01 WS-ALLEREDE-VARSLET          PIC X(1) VALUE "N".

      *    The customers not notified of the plan being applied,
      *    read off RepricingIkkeVarslet.txt per plan.
           01 WS-IKKE-VARSLET-ANTAL        PIC 9(3) VALUE ZEROES.
           01 WS-IKKE-VARSLET-TABEL.
               02 WS-IKKE-VARSLET-ID OCCURS 500 TIMES
                                           PIC X(10).
           01 WS-IKKE-VARSLET-IX           PIC 9(3) VALUE ZEROES.
           01 WS-ER-IKKE-VARSLET           PIC X(1) VALUE "N".
           01 WS-END-OF-IKV                PIC 9(1) VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "RENTEVARSEL".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "RepricingBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-CTL-BREVE                 PIC 9(5) VALUE ZEROES.
           01 WS-CTL-OMPRISET              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-PLANER-UDFOERT        PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-IKKE-OMPRISET         PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                   KUNDE-ID IN KONTOOPLREC
                   " ikke fundet, intet varselsbrev"
           ELSE
               CALL "RETURPOSTKONTROL" USING
                   KUNDE-ID IN KONTOOPLREC
                   WS-BREVTYPE
                   KONTONUMMER IN KONTOOPLREC
                   WS-STAT-PROGRAM
                   WS-RETURPOST
               IF WS-RETURPOST = "J"
                   PERFORM REGISTRER-IKKE-VARSLET
               ELSE
                   ADD 1 TO WS-CTL-BREVE
                   CALL "KORRESPONDANCELOG" USING
                       KUNDE-ID IN KONTOOPLREC
                       WS-BREVTYPE
                       KONTONUMMER IN KONTOOPLREC
                       WS-KOR-RESULT
                   CALL "PRINTINDEKS" USING WS-PRINTFIL
                       KUNDE-ID IN KONTOOPLREC
                       WS-BREVTYPE
                       KONTONUMMER IN KONTOOPLREC
                       WS-PIX-RESULT
                   PERFORM SKRIV-BREVSIDE
               END-IF
           END-IF.

           REGISTRER-IKKE-VARSLET.
           ADD 1 TO WS-CTL-RETURPOST.
           OPEN EXTEND IKKEVARSLETFILE.
           IF WS-IKV-STATUS = "35"
               OPEN OUTPUT IKKEVARSLETFILE
           END-IF.
           MOVE WS-VALG-KONTOTYPE TO IKV-KONTOTYPE.
           MOVE WS-GAMMEL-SATS TO IKV-GAMMEL-SATS.
           MOVE WS-EFFEKTIV-DATO TO IKV-EFFEKTIV-DATO.
           MOVE KUNDE-ID IN KONTOOPLREC TO IKV-KUNDE-ID.
           WRITE IKKEVARSLETREC.
           CLOSE IKKEVARSLETFILE.
           DISPLAY "ADVARSEL: KUNDE-ID " KUNDE-ID IN KONTOOPLREC
               " har returpost - ikke varslet, omprises ikke".

      *    Letter in the Opgave18 layout: address block with the
      *    TEKSTRENS trim, greeting, the rate-change body, and the
      *    page break on the first line.
           MOVE PLA-KONTOTYPE TO WS-VALG-KONTOTYPE.
           MOVE PLA-GAMMEL-SATS TO WS-GAMMEL-SATS.
           MOVE PLA-NY-SATS TO WS-NY-SATS.
           PERFORM LAES-IKKE-VARSLEDE.
           PERFORM OMPRIS-KONTIENE.
           MOVE "U" TO PLA-STATUS.
           ADD 1 TO WS-CTL-PLANER-UDFOERT.
                               WS-VALG-KONTOTYPE
                           AND RENTESATS IN KONTOOPLREC =
                               WS-GAMMEL-SATS
                           PERFORM OMPRIS-EN-KONTO-HVIS-VARSLET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KONTOOPLFILE.
           MOVE ZEROES TO WS-END-OF-FILE.

      *    The plan's not-notified customers; no file means every
      *    customer had their letter.
           LAES-IKKE-VARSLEDE.
           MOVE ZEROES TO WS-IKKE-VARSLET-ANTAL.
           MOVE ZEROES TO WS-END-OF-IKV.
           OPEN INPUT IKKEVARSLETFILE.
           IF WS-IKV-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-IKV
           END-IF.
           PERFORM UNTIL WS-END-OF-IKV = 1
               READ IKKEVARSLETFILE
                   AT END
                       MOVE 1 TO WS-END-OF-IKV
                   NOT AT END
                       IF IKV-KONTOTYPE = PLA-KONTOTYPE
                           AND IKV-GAMMEL-SATS = PLA-GAMMEL-SATS
                           AND IKV-EFFEKTIV-DATO = PLA-EFFEKTIV-DATO
                           AND WS-IKKE-VARSLET-ANTAL < 500
                           ADD 1 TO WS-IKKE-VARSLET-ANTAL
                           MOVE IKV-KUNDE-ID TO WS-IKKE-VARSLET-ID
                               (WS-IKKE-VARSLET-ANTAL)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IKV-STATUS NOT = "35"
               CLOSE IKKEVARSLETFILE
           END-IF.

           OMPRIS-EN-KONTO-HVIS-VARSLET.
           MOVE "N" TO WS-ER-IKKE-VARSLET.
           MOVE 1 TO WS-IKKE-VARSLET-IX.
           PERFORM UNTIL WS-ER-IKKE-VARSLET = "Y"
               OR WS-IKKE-VARSLET-IX > WS-IKKE-VARSLET-ANTAL
               IF WS-IKKE-VARSLET-ID(WS-IKKE-VARSLET-IX) =
                   KUNDE-ID IN KONTOOPLREC
                   MOVE "Y" TO WS-ER-IKKE-VARSLET
               ELSE
                   ADD 1 TO WS-IKKE-VARSLET-IX
               END-IF
           END-PERFORM.
           IF WS-ER-IKKE-VARSLET = "Y"
               ADD 1 TO WS-CTL-IKKE-OMPRISET
           ELSE
               PERFORM OMPRIS-EN-KONTO
           END-IF.

           OMPRIS-EN-KONTO.
           MOVE BALANCE IN KONTOOPLREC TO WS-OLD-BALANCE.
           MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE.
           DISPLAY "KONTI OMPRISET:          " WS-CTL-OMPRISET.
           DISPLAY "PLANER UDFOERT:          "
               WS-CTL-PLANER-UDFOERT.
           DISPLAY "IKKE VARSLET (RETURPOST):" WS-CTL-RETURPOST.
           DISPLAY "IKKE OMPRISET (VARSEL):  " WS-CTL-IKKE-OMPRISET.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
