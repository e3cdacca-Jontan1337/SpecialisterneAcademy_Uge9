
      *    Month-end account statement. Opgave21 logs every applied
      *    posting with its balance before and after to
      *    TransaktionsHistorik.txt; this program walks the history's
      *    indexed companion, TransHistorikIdx.txt, in key order -
      *    per KONTONUMMER, each account's postings in the order they
      *    were applied, so nothing needs sorting - picks out the
      *    current month's lines, and prints one statement per
      *    account to
      *    KontoUdtog.txt: opening balance, each posting with its
      *    text, and closing balance. The closing balance is
      *    reconciled against the live BALANCE on KontoOpl.txt with
      *    a direct keyed read, and a discrepancy is flagged on the
      *    statement and counted in the run summary. The printed
      *    copy is held back when the owner's mail comes back
      *    (Returpost.txt); the statement is still archived, so
      *    Opgave84 can reprint it once the address is put right.
      *    Each printed statement is indexed through PRINTINDEKS for
      *    Opgave124's nightly print consolidation.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TRANSHISTIDXFILE ASSIGN TO "TransHistorikIdx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THX-NOEGLE OF TRANSHISTIDXREC
               ALTERNATE RECORD KEY IS THX-REFERENCE
                   OF TRANSHISTIDXREC WITH DUPLICATES
               FILE STATUS IS WS-THX-STATUS.
      *    Only ever looked up one account at a time by KONTONUMMER.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT KONTOUDTOGOUT ASSIGN TO "KontoUdtog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KUD-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD TRANSHISTIDXFILE.
           01 TRANSHISTIDXREC.
               COPY "TRANSHISTIDX.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KONTOUDTOGOUT.
           01 KONTOUDTOGLINE               PIC X(100).

               02 UAR-LINJE                PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-THX-STATUS                PIC X(2).
           01 WS-THX-FUNKTION              PIC X(1) VALUE "K".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KUD-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-HISTORIK           PIC 9(1) VALUE ZEROES.

           01 WS-RUN-DATE                  PIC 9(6) VALUE ZEROES.
           01 WS-RUN-DATE-ED               PIC 99/99/99 VALUE ZEROES.

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".

           01 WS-FIRST-GROUP               PIC X(1) VALUE "Y".
           01 WS-CURRENT-KONTONUMMER       PIC X(20) VALUE SPACES.
           01 WS-CTL-PRINT-UDTOG           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ESPOOL-UDTOG          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-EMAIL-MANGLER         PIC 9(5) VALUE ZEROES.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "KONTOUDTOG".
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "KontoUdtog.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.
      *    DELIVERY SPLIT END

      *    STATEMENT ARCHIVE
               PERFORM ABEND-RUN
           END-IF.

           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           PERFORM SKRIV-UDTOG.

           CLOSE KONTOOPLFILE.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           SKRIV-UDTOG.
           OPEN EXTEND KONTOUDTOGOUT.
           IF WS-KUD-STATUS = "35"
               OPEN OUTPUT KONTOUDTOGOUT
           END-IF.
           IF WS-KUD-STATUS NOT = "00"
               STRING "Open KontoUdtog.txt failed, status "
                   WS-KUD-STATUS DELIMITED BY SIZE
               MOVE "Y" TO WS-LEV-FIL-SWITCH
           END-IF.

      *    Only the statement month's lines make a statement;
      *    everything else in the history is skipped here. A
      *    missing history just means no statements, the same
      *    first-run tolerance as elsewhere.
           OPEN INPUT TRANSHISTIDXFILE.
           IF WS-THX-STATUS NOT = "00"
               DISPLAY "ADVARSEL: TransHistorikIdx.txt ikke "
                   "fundet, ingen udtog skrevet"
           ELSE
               PERFORM UNTIL WS-END-OF-HISTORIK = 1
                   READ TRANSHISTIDXFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-HISTORIK
                       NOT AT END
                           ADD 1 TO WS-CTL-LINJER-LAEST
                           MOVE THX-LINJE TO WS-HISTORIK-REC
                           IF TH-DATO(1:2) = WS-STATEMENT-AAR
                               AND TH-DATO(4:2) = WS-STATEMENT-MAANED
                               ADD 1 TO WS-CTL-LINJER-I-MAANED
                               PERFORM BEHANDL-UDTOGSLINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSHISTIDXFILE
           END-IF.

           IF WS-FIRST-GROUP = "N"
               PERFORM AFSLUT-UDTOG
           END-IF.
           PERFORM SKRIV-LEVERINGSKONTROL.

           BEHANDL-UDTOGSLINJE.
           IF WS-FIRST-GROUP = "Y"
               MOVE "N" TO WS-FIRST-GROUP
               MOVE TH-KONTONUMMER TO WS-CURRENT-KONTONUMMER
               PERFORM BEGYND-UDTOG
           END-IF.

           IF TH-KONTONUMMER NOT = WS-CURRENT-KONTONUMMER
               PERFORM AFSLUT-UDTOG
               MOVE TH-KONTONUMMER TO WS-CURRENT-KONTONUMMER
               PERFORM BEGYND-UDTOG
           END-IF.

           BEGYND-UDTOG.
           ADD 1 TO WS-CTL-UDTOG-SKREVET.
           PERFORM BESTEM-LEVERING.
           IF WS-TIL-PRINT = "J"
               CALL "PRINTINDEKS" USING WS-PRINTFIL
                   WS-EJER-KUNDE-ID WS-BREVTYPE TH-KONTONUMMER
                   WS-PIX-RESULT
           END-IF.
           MOVE TH-GAMMEL-BALANCE
               TO WS-AABNINGS-SALDO.
           MOVE WS-AABNINGS-SALDO TO WS-SALDO-ED.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "KONTONUMMER: " DELIMITED BY SIZE
               TH-KONTONUMMER DELIMITED BY SIZE
               "  PERIODE: " DELIMITED BY SIZE
               WS-STATEMENT-MAANED DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
           MOVE SPACES TO WS-EJER-EMAIL.

           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE TH-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               END-IF
           END-IF.

           IF WS-TIL-PRINT = "J" AND WS-EJER-KUNDE-ID NOT = SPACES
               CALL "RETURPOSTKONTROL" USING WS-EJER-KUNDE-ID
                   WS-BREVTYPE TH-KONTONUMMER
                   WS-STAT-PROGRAM WS-RETURPOST
               IF WS-RETURPOST = "J"
                   MOVE "N" TO WS-TIL-PRINT
                   ADD 1 TO WS-CTL-RETURPOST
               END-IF
           END-IF.

           IF WS-TIL-PRINT = "J"
               ADD 1 TO WS-CTL-PRINT-UDTOG
           END-IF.
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO LEVKONTROLLINE.
           WRITE LEVKONTROLLINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RETURPOST HOLDT: " WS-CTL-RETURPOST
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO LEVKONTROLLINE.
           WRITE LEVKONTROLLINE.
           CLOSE LEVKONTROLOUT.

           SKRIV-UDTOG-DETALJE.
               WS-CTL-ESPOOL-UDTOG.
           DISPLAY "EMAIL MANGLEDE:          "
               WS-CTL-EMAIL-MANGLER.
           DISPLAY "PRINT HOLDT (RETURPOST): " WS-CTL-RETURPOST.
           DISPLAY "AFSTEMNINGSDIFFERENCER:  " WS-CTL-DIFFERENCER.
           DISPLAY "----------------------------------------".

