      *    postings to HoldTransaktioner.txt until the match is
      *    cleared. A match compliance has already cleared (status
      *    "F") is reported but NOT re-held - the clearance stands.
      *    A company is screened through its real owners too: once
      *    every customer has been matched, the active owners on
      *    ReelleEjere.txt (REELEJER.cpy) are walked, and a company
      *    whose owner was hit is held, escalated and reported the
      *    same way, "VIA REEL EJER" and the owner's KUNDE-ID.
      *
      *    The F function is the compliance side: it releases a
      *    held customer by setting the marker to "F", logged
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KUNDE-ID
               FILE STATUS IS WS-HOL-STATUS.
           SELECT REELEJERFILE ASSIGN TO "ReelleEjere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJ-NOEGLE OF REELEJERREC
               ALTERNATE RECORD KEY IS REJ-EJER-ID OF REELEJERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-REJ-STATUS.
           SELECT HITRAPPORTOUT
               ASSIGN TO "SanktionsHitRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           01 KUNDEHOLDREC.
               COPY "KUNDEHOLD.cpy".

           FD REELEJERFILE.
           01 REELEJERREC.
               COPY "REELEJER.cpy".

           FD HITRAPPORTOUT.
           01 HITRAPPORTLINE               PIC X(100).

           01 WS-SAN-STATUS                PIC X(2).
           01 WS-HOL-STATUS                PIC X(2).
           01 WS-HIT-STATUS                PIC X(2).
           01 WS-REJ-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-KUNDER             PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-LISTE              PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-EJERE              PIC 9(1) VALUE ZEROES.

      *    The customers hit in this screening, for the pass over
      *    the companies' real owners.
           01 WS-HIT-TABEL.
               02 WS-HIT-KUNDE-ID OCCURS 500 TIMES
                                           PIC X(10).
           01 WS-HIT-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-HIT-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-HIT-MATCH                 PIC X(1) VALUE "N".
           01 WS-SELSKAB-ID                PIC X(10) VALUE SPACES.

           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-RUN-DATE                  PIC 9(6) VALUE ZEROES.
           01 WS-PROGRAM-NAME              PIC X(8) VALUE "OPGAVE36".
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.
           01 WS-NUL-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NUL-BALANCE-NY            PIC S9(7)V99 VALUE ZEROES.

           01 WS-RAPPORT-LINE              PIC X(100) VALUE SPACES.

           01 WS-CTL-KUNDER-LAEST          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-HITS                  PIC 9(5) VALUE ZEROES.
           01 WS-CTL-NYE-HOLD              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-EJER-HITS             PIC 9(5) VALUE ZEROES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE36".
           MOVE ZEROES TO WS-CTL-KUNDER-LAEST.
           MOVE ZEROES TO WS-CTL-HITS.
           MOVE ZEROES TO WS-CTL-NYE-HOLD.
           MOVE ZEROES TO WS-CTL-EJER-HITS.
           MOVE ZEROES TO WS-HIT-ANTAL.

           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               END-READ
           END-PERFORM.

           PERFORM SCREEN-REELLE-EJERE.

           CLOSE KUNDEOPLFILE.
           CLOSE KUNDEHOLDFILE.
           CLOSE HITRAPPORTOUT.
      *    looked at this match once and released it, and the next
      *    screening must not silently re-block the customer.
           REGISTRER-HIT.
           MOVE KUNDE-ID IN KUNDEOPLREC TO WS-SELSKAB-ID.
           PERFORM FIND-HIT.
           IF WS-HIT-MATCH = "N" AND WS-HIT-ANTAL < 500
               ADD 1 TO WS-HIT-ANTAL
               MOVE KUNDE-ID IN KUNDEOPLREC
                   TO WS-HIT-KUNDE-ID (WS-HIT-ANTAL)
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE KUNDE-ID IN KUNDEOPLREC TO HOLD-KUNDE-ID.
           READ KUNDEHOLDFILE
               WS-SAG-KONTONUMMER
               WS-SAG-RESULT.

           FIND-HIT.
           MOVE "N" TO WS-HIT-MATCH.
           PERFORM VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-ANTAL OR WS-HIT-MATCH = "Y"
               IF WS-HIT-KUNDE-ID (WS-HIT-IX) = WS-SELSKAB-ID
                   MOVE "Y" TO WS-HIT-MATCH
               END-IF
           END-PERFORM.

      *    The register is keyed on the company, so one walk sees
      *    every company with each of its owners; the company
      *    record is then read for its name.
           SCREEN-REELLE-EJERE.
           MOVE ZEROES TO WS-END-OF-EJERE.
           OPEN INPUT REELEJERFILE.
           IF WS-REJ-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-EJERE
           END-IF.
           PERFORM UNTIL WS-END-OF-EJERE = 1
               READ REELEJERFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-EJERE
                   NOT AT END
                       IF REJ-ER-AKTIV
                           MOVE REJ-EJER-ID TO WS-SELSKAB-ID
                           PERFORM FIND-HIT
                           IF WS-HIT-MATCH = "Y"
                               PERFORM REGISTRER-EJER-HIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REJ-STATUS = "00" OR WS-REJ-STATUS = "10"
               CLOSE REELEJERFILE
           END-IF.

           REGISTRER-EJER-HIT.
           ADD 1 TO WS-CTL-EJER-HITS.
           MOVE REJ-SELSKAB-ID TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   MOVE SPACES TO WS-KUNDE-NAVN
               NOT INVALID KEY
                   PERFORM DAN-KUNDE-NAVN
           END-READ.
           MOVE REJ-SELSKAB-ID TO HOLD-KUNDE-ID.
           READ KUNDEHOLDFILE
               INVALID KEY
                   MOVE REJ-SELSKAB-ID TO HOLD-KUNDE-ID
                   MOVE "H" TO HOLD-STATUS
                   MOVE WS-DAGS-DATO TO HOLD-DATO
                   MOVE SPACES TO HOLD-AARSAG
                   STRING "SCREENING REEL EJER " REJ-EJER-ID
                       DELIMITED BY SIZE INTO HOLD-AARSAG
                   WRITE KUNDEHOLDREC
                   ADD 1 TO WS-CTL-NYE-HOLD
                   PERFORM SKRIV-EJER-HIT-LINJE
               NOT INVALID KEY
                   PERFORM SKRIV-EJER-HIT-LINJE
           END-READ.
           CALL "KYCESKALER" USING
               REJ-SELSKAB-ID
               WS-KYC-RESULT.
           CALL "AMLSAGOPRET" USING
               WS-SAG-KILDE
               REJ-SELSKAB-ID
               WS-SAG-KONTONUMMER
               WS-SAG-RESULT.

           SKRIV-EJER-HIT-LINJE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           IF HOLD-ER-FRIGIVET
               STRING "HIT  " DELIMITED BY SIZE
                   REJ-SELSKAB-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KUNDE-NAVN DELIMITED BY SIZE
                   " VIA REEL EJER " DELIMITED BY SIZE
                   REJ-EJER-ID DELIMITED BY SIZE
                   " TIDLIGERE FRIGIVET" DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINE
           ELSE
               STRING "HIT  " DELIMITED BY SIZE
                   REJ-SELSKAB-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-KUNDE-NAVN DELIMITED BY SIZE
                   " VIA REEL EJER " DELIMITED BY SIZE
                   REJ-EJER-ID DELIMITED BY SIZE
                   " HOLD SAT" DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINE
           END-IF.
           MOVE WS-RAPPORT-LINE TO HITRAPPORTLINE.
           WRITE HITRAPPORTLINE.

           SKRIV-HIT-HEADING.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "SANKTIONS-HITRAPPORT - KORT PR. " WS-RUN-DATE-ED
                           REWRITE KUNDEHOLDREC
                           CALL "AUDITLOG" USING WS-PROGRAM-NAME
                               WS-FRIGIV-KUNDE-ID
                               WS-NUL-BALANCE WS-NUL-BALANCE-NY
                               WS-AUDIT-RESULT
                           DISPLAY "Kunde frigivet."
                   END-READ
           DISPLAY "OPGAVE36 - KOERSELSOVERSIGT".
           DISPLAY "KUNDER SCREENET:         " WS-CTL-KUNDER-LAEST.
           DISPLAY "HITS:                    " WS-CTL-HITS.
           DISPLAY "HITS VIA REELLE EJERE:   " WS-CTL-EJER-HITS.
           DISPLAY "NYE HOLD SAT:            " WS-CTL-NYE-HOLD.
           DISPLAY "----------------------------------------".

