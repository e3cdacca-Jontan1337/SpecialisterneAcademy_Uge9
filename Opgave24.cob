      *    (append, same OPEN EXTEND/fall back to OPEN OUTPUT on
      *    status "35" idiom as the history files) and the order's
      *    next-due date is advanced by its frequency and REWRITten
      *    in place. No failure notice goes to an owner whose mail
      *    comes back (Returpost.txt); the retry itself still runs.
      *    Each notice is indexed through PRINTINDEKS for Opgave124's
      *    nightly print consolidation. The transfers Opgave133 has
      *    already put on Transaktioner.txt for tonight - top-ups
      *    and savings sweeps alike - are netted into the cover,
      *    since Opgave21 posts them ahead of the orders: a top-up
      *    adds to the account it fills and comes off the one it
      *    is drawn from, a sweep comes off the swept account.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "ORDREFEJL".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "OrdreBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.
      *    RETRY/SUSPEND WORKFLOW END

      *    Tonight's pending Opgave133 transfers, netted per
      *    account: in less out, so a swept account goes negative.
           01 WS-OPFYLDNINGER.
               02 WS-OPF-RAEKKE OCCURS 500 TIMES.
                   03 WS-OPF-KONTONUMMER   PIC X(20).
                   03 WS-OPF-BELOB         PIC S9(9)V99.
           01 WS-OPF-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-OPF-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-OPF-SOEG                  PIC X(20) VALUE SPACES.
           01 WS-DAEKNING                  PIC S9(9)V99 VALUE ZEROES.

           01 WS-CTL-ORDRER-LAEST          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ORDRER-GENERERET      PIC 9(5) VALUE ZEROES.
           01 WS-CTL-TIL-RETRY             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETRY-GENNEMFOERT     PIC 9(5) VALUE ZEROES.
           01 WS-CTL-SUSPENDERET           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BELOB-GENERERET       PIC 9(9)V99 VALUE ZEROES.
           01 WS-CTL-BELOB-GENERERET-ED    PIC Z(8)9.99 VALUE ZEROES.

           01 WS-STAT-RESULT               PIC X(1) VALUE SPACES.
      *    CENTRAL RUN STATISTICS END

      *    HANDOFF CONTROL
           01 WS-KTL-FUNKTION              PIC X(1) VALUE SPACES.
           01 WS-KTL-KONTROL.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-FORVENTET.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-LINJE                 PIC X(300) VALUE SPACES.
           01 WS-KTL-RESULT                PIC X(1) VALUE SPACES.
      *    HANDOFF CONTROL END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           PERFORM GENERER-FASTE-ORDRER.

           GENERER-FASTE-ORDRER.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           PERFORM LAES-OPFYLDNINGER.

           OPEN I-O FASTEORDREFILE.
           IF WS-FOR-STATUS NOT = "00"
           END-PERFORM.

           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.
           CLOSE FASTEORDREFILE.
           CLOSE KONTOOPLFILE.
           IF WS-KOI-STATUS = "00"
           CLOSE SUSPENSIONOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    The Opgave133 transfers are read off the intake before it
      *    is opened for today's orders.
           LAES-OPFYLDNINGER.
           OPEN INPUT TRANSAKTIONFILE.
           IF WS-TRA-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ TRANSAKTIONFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF TP-TRANS-TYPE IN TRANSAKTIONREC = "T"
                               AND (TP-TEKST IN TRANSAKTIONREC
                                   = "AUTOMATISK OPFYLDNING"
                               OR TP-TEKST IN TRANSAKTIONREC
                                   = "AUTOMATISK OPSPARING")
                               PERFORM NOTER-OPFYLDNING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONFILE
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.

      *    Both legs of the transfer: out of TP-KONTONUMMER, into
      *    TP-MODKONTONUMMER.
           NOTER-OPFYLDNING.
           MOVE TP-KONTONUMMER IN TRANSAKTIONREC TO WS-OPF-SOEG.
           PERFORM FIND-OPF-KONTO.
           IF WS-OPF-IX NOT > WS-OPF-ANTAL
               SUBTRACT TP-BELOB IN TRANSAKTIONREC
                   FROM WS-OPF-BELOB(WS-OPF-IX)
           END-IF.
           MOVE TP-MODKONTONUMMER IN TRANSAKTIONREC TO WS-OPF-SOEG.
           PERFORM FIND-OPF-KONTO.
           IF WS-OPF-IX NOT > WS-OPF-ANTAL
               ADD TP-BELOB IN TRANSAKTIONREC
                   TO WS-OPF-BELOB(WS-OPF-IX)
           END-IF.

           FIND-OPF-KONTO.
           MOVE 1 TO WS-OPF-IX.
           PERFORM UNTIL WS-OPF-IX > WS-OPF-ANTAL
               OR WS-OPF-KONTONUMMER(WS-OPF-IX) = WS-OPF-SOEG
               ADD 1 TO WS-OPF-IX
           END-PERFORM.
           IF WS-OPF-IX > WS-OPF-ANTAL AND WS-OPF-ANTAL < 500
               ADD 1 TO WS-OPF-ANTAL
               MOVE WS-OPF-SOEG TO WS-OPF-KONTONUMMER(WS-OPF-IX)
               MOVE ZEROES TO WS-OPF-BELOB(WS-OPF-IX)
           END-IF.

           LAES-RETRYMAX.
           OPEN INPUT RETRYMAXFILE.
           IF WS-RTM-STATUS = "00"
                   TO TP-TRANS-DATO IN TRANSAKTIONREC
               MOVE FO-TEKST TO TP-TEKST IN TRANSAKTIONREC
               WRITE TRANSAKTIONREC
               PERFORM TAEL-TRANSAKTION
               ADD 1 TO WS-CTL-ORDRER-GENERERET
               ADD FO-BELOB TO WS-CTL-BELOB-GENERERET
           ELSE
           MOVE WS-NAESTE-DATO-N TO FO-NAESTE-DATO.
           REWRITE FASTEORDREREC.

      *    Booked balance at generation time, netted with tonight's
      *    Opgave133 transfers - a net below zero means no cover at
      *    all. The posting run's available-balance check remains
      *    the authority; this just keeps an obviously unfunded
      *    debit out of the intake.
           KONTROLLER-DAEKNING.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE FO-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-KONTO-FUNDET
               MOVE BALANCE IN KONTOOPLREC TO WS-DAEKNING
               MOVE 1 TO WS-OPF-IX
               PERFORM UNTIL WS-OPF-IX > WS-OPF-ANTAL
                   IF WS-OPF-KONTONUMMER(WS-OPF-IX) = FO-KONTONUMMER
                       ADD WS-OPF-BELOB(WS-OPF-IX) TO WS-DAEKNING
                   END-IF
                   ADD 1 TO WS-OPF-IX
               END-PERFORM
               IF FO-BELOB > WS-DAEKNING
                   MOVE "N" TO WS-HAR-DAEKNING
               END-IF
           END-IF.
                   TO TP-TRANS-DATO IN TRANSAKTIONREC
               MOVE FO-TEKST TO TP-TEKST IN TRANSAKTIONREC
               WRITE TRANSAKTIONREC
               PERFORM TAEL-TRANSAKTION
               ADD 1 TO WS-CTL-RETRY-GENNEMFOERT
               ADD FO-BELOB TO WS-CTL-BELOB-GENERERET
           ELSE
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               IF WS-KONTO-FUNDET
                   CALL "RETURPOSTKONTROL" USING
                       KUNDE-ID IN KUNDEOPLREC
                       WS-BREVTYPE
                       FO-KONTONUMMER
                       WS-STAT-PROGRAM
                       WS-RETURPOST
                   IF WS-RETURPOST = "J"
                       ADD 1 TO WS-CTL-RETURPOST
                   ELSE
                       CALL "KORRESPONDANCELOG" USING
                           KUNDE-ID IN KUNDEOPLREC
                           WS-BREVTYPE
                           FO-KONTONUMMER
                           WS-KOR-RESULT
                       CALL "PRINTINDEKS" USING WS-PRINTFIL
                           KUNDE-ID IN KUNDEOPLREC
                           WS-BREVTYPE
                           FO-KONTONUMMER
                           WS-PIX-RESULT
                       PERFORM SKRIV-NOTITSSIDE
                   END-IF
               END-IF
           END-IF.

               WS-CTL-RETRY-GENNEMFOERT.
           DISPLAY "ORDRER SUSPENDERET:      "
               WS-CTL-SUSPENDERET.
           DISPLAY "UNDERTRYKT (RETURPOST):  " WS-CTL-RETURPOST.
           DISPLAY "BELOB GENERERET:         "
               WS-CTL-BELOB-GENERERET-ED.
           DISPLAY "----------------------------------------".
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.

      *    Every record laid on the intake is counted, and the
      *    count is added to the intake's handoff control when the
      *    file is closed (KONTROLTOTAL), so the posting side can
      *    tell a whole intake from a cut-off one.
           TAEL-TRANSAKTION.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE TRANSAKTIONREC TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-TRANSAKTIONER.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAVE24" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
