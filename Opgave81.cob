      *    overdue first (the Opgave25 SORT shape) onto the
      *    KycKoe.txt worklist with their days overdue, which is
      *    what compliance works from instead of the spreadsheet.
      *
      *    A company is reviewed with its real owners
      *    (ReelleEjere.txt, REELEJER.cpy): a company with a
      *    high-risk active owner is escalated itself through
      *    KYCESKALER before the queue is built, and a company's
      *    queue line is followed by one line per active owner
      *    with the share held and the owner's own risk and next
      *    review date.
      *
      *    Each queue line names the customer's relationship manager
      *    (KundeRaadgivere.txt, KUNDERAADGIVER.cpy). With "R" on
      *    the one-line KycKoeSortering.txt the queue is sorted by
      *    adviser first, most overdue first within each adviser's
      *    customers; customers without an adviser come first.
      *
      *    A customer whose identity document has expired, or
      *    expires within 60 days, is brought due earlier the same
      *    night by the Opgave126 check (KYCFORFALD), risk as it is.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-KUNDE-ID OF KYCREC
               FILE STATUS IS WS-KYC-STATUS.
           SELECT REELEJERFILE ASSIGN TO "ReelleEjere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJ-NOEGLE OF REELEJERREC
               ALTERNATE RECORD KEY IS REJ-EJER-ID OF REELEJERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-REJ-STATUS.
           SELECT KUNDERAADGIVERFILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRG-KUNDE-ID OF KUNDERAADGIVERREC
               ALTERNATE RECORD KEY IS
                   KRG-RAADGIVER OF KUNDERAADGIVERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KRG-STATUS.
           SELECT SORTERINGFILE ASSIGN TO "KycKoeSortering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT KYCSORT ASSIGN TO "Opgave81Sort.tmp".
           SELECT KOEOUT ASSIGN TO "KycKoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           01 KYCREC.
               COPY "KYCREVIEW.cpy".

           FD REELEJERFILE.
           01 REELEJERREC.
               COPY "REELEJER.cpy".

           FD KUNDERAADGIVERFILE.
           01 KUNDERAADGIVERREC.
               COPY "KUNDERAADGIVER.cpy".

      *    One maintained line: "R" sorts the queue by adviser.
           FD SORTERINGFILE.
           01 SORTERINGREC                 PIC X(1).

      *    The adviser sort field stays blank unless the queue is
      *    sorted by adviser, so one SORT serves both orders.
           SD KYCSORT.
           01 KYCSORTREC.
               02 KS-SORT-RAADGIVER        PIC X(8).
               02 KS-NAESTE-DATO           PIC 9(8).
               02 KS-KUNDE-ID              PIC X(10).
               02 KS-RISIKO                PIC X(1).
               02 KS-RAADGIVER             PIC X(8).

           FD KOEOUT.
           01 KOELINE                      PIC X(80).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KYC-STATUS                PIC X(2).
           01 WS-KOE-STATUS                PIC X(2).
           01 WS-REJ-STATUS                PIC X(2).
           01 WS-KRG-STATUS                PIC X(2).
           01 WS-SRT-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

      *    Companies to escalate for a high-risk owner, gathered
      *    while the review file is read and escalated after it
      *    is closed, KYCESKALER opening it itself.
           01 WS-ESK-TABEL.
               02 WS-ESK-SELSKAB-ID OCCURS 500 TIMES
                                           PIC X(10).
           01 WS-ESK-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-ESK-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-ESK-MATCH                 PIC X(1) VALUE "N".
           01 WS-ESK-RESULT                PIC X(1) VALUE SPACES.
           01 WS-END-OF-EJERE              PIC 9(1) VALUE ZEROES.
           01 WS-EJERFIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-EJERFIL-AABEN          VALUE "Y".
           01 WS-KYCFIL-SWITCH             PIC X(1) VALUE "N".
              88 WS-KYCFIL-AABEN           VALUE "Y".
           01 WS-KRGFIL-SWITCH             PIC X(1) VALUE "N".
              88 WS-KRGFIL-AABEN           VALUE "Y".
           01 WS-SORTERING                 PIC X(1) VALUE SPACES.
              88 WS-SORTER-RAADGIVER       VALUE "R".
           01 WS-EJER-RISIKO               PIC X(1) VALUE SPACES.
           01 WS-EJER-NAESTE               PIC 9(8) VALUE ZEROES.
           01 WS-ANDEL-ED                  PIC ZZ9.99 VALUE ZEROES.

      *    First review one normal cycle out - month roll with
      *    the Opgave24 clamp.
           01 WS-NY-DATO.
           01 WS-CTL-KUNDER-LAEST          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-SEEDET                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-I-KOE                 PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ESKALERET             PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
           MOVE WS-SER-RESULTAT TO WS-DAG-SERIEL.

           PERFORM SEED-MANGLENDE-REVIEWS.
           PERFORM ESKALER-SELSKABER.

           PERFORM INDLAES-SORTERING.
           SORT KYCSORT
               ON ASCENDING KEY KS-SORT-RAADGIVER KS-NAESTE-DATO
               INPUT PROCEDURE IS INDLAES-FORFALDNE
               OUTPUT PROCEDURE IS SKRIV-KOEEN.

               END-WRITE
           END-IF.

      *    Only a company not already high risk is escalated, so
      *    the review falls due once, not again every night.
           ESKALER-SELSKABER.
           MOVE ZEROES TO WS-ESK-ANTAL.
           MOVE ZEROES TO WS-END-OF-EJERE.
           OPEN INPUT REELEJERFILE.
           IF WS-REJ-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-EJERE
           END-IF.
           IF WS-END-OF-EJERE = 0
               OPEN INPUT KYCFILE
               IF WS-KYC-STATUS NOT = "00"
                   CLOSE REELEJERFILE
                   MOVE 1 TO WS-END-OF-EJERE
               END-IF
           END-IF.
           IF WS-END-OF-EJERE = 0
               PERFORM UNTIL WS-END-OF-EJERE = 1
                   READ REELEJERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-EJERE
                       NOT AT END
                           IF REJ-ER-AKTIV
                               PERFORM KONTROLLER-EJER-RISIKO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REELEJERFILE
               CLOSE KYCFILE
           END-IF.
           PERFORM VARYING WS-ESK-IX FROM 1 BY 1
               UNTIL WS-ESK-IX > WS-ESK-ANTAL
               CALL "KYCESKALER" USING
                   WS-ESK-SELSKAB-ID (WS-ESK-IX)
                   WS-ESK-RESULT
               IF WS-ESK-RESULT = "M"
                   ADD 1 TO WS-CTL-ESKALERET
               END-IF
           END-PERFORM.

           KONTROLLER-EJER-RISIKO.
           MOVE REJ-EJER-ID TO KYC-KUNDE-ID.
           READ KYCFILE
               INVALID KEY
                   MOVE "N" TO KYC-RISIKO
           END-READ.
           IF KYC-ER-HOEJRISIKO
               MOVE REJ-SELSKAB-ID TO KYC-KUNDE-ID
               READ KYCFILE
                   INVALID KEY
                       MOVE "N" TO KYC-RISIKO
               END-READ
               IF NOT KYC-ER-HOEJRISIKO
                   PERFORM GEM-ESKALERING
               END-IF
           END-IF.

           GEM-ESKALERING.
           MOVE "N" TO WS-ESK-MATCH.
           PERFORM VARYING WS-ESK-IX FROM 1 BY 1
               UNTIL WS-ESK-IX > WS-ESK-ANTAL OR WS-ESK-MATCH = "Y"
               IF WS-ESK-SELSKAB-ID (WS-ESK-IX) = REJ-SELSKAB-ID
                   MOVE "Y" TO WS-ESK-MATCH
               END-IF
           END-PERFORM.
           IF WS-ESK-MATCH = "N" AND WS-ESK-ANTAL < 500
               ADD 1 TO WS-ESK-ANTAL
               MOVE REJ-SELSKAB-ID TO WS-ESK-SELSKAB-ID (WS-ESK-ANTAL)
           END-IF.

           LAEG-EN-MAANED-TIL.
           ADD 1 TO WS-NYD-MAANED.
           IF WS-NYD-MAANED > 12
               END-IF
           END-IF.

           INDLAES-SORTERING.
           MOVE SPACES TO WS-SORTERING.
           OPEN INPUT SORTERINGFILE.
           IF WS-SRT-STATUS = "00"
               READ SORTERINGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SORTERINGREC TO WS-SORTERING
               END-READ
               CLOSE SORTERINGFILE
           END-IF.

           INDLAES-FORFALDNE.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE "N" TO WS-KRGFIL-SWITCH.
           OPEN INPUT KUNDERAADGIVERFILE.
           IF WS-KRG-STATUS = "00"
               MOVE "Y" TO WS-KRGFIL-SWITCH
           END-IF.
           OPEN INPUT KYCFILE.
           IF WS-KYC-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
                               TO KS-NAESTE-DATO
                           MOVE KYC-KUNDE-ID TO KS-KUNDE-ID
                           MOVE KYC-RISIKO TO KS-RISIKO
                           PERFORM FIND-RAADGIVER
                           RELEASE KYCSORTREC
                       END-IF
               END-READ
           IF WS-KYC-STATUS NOT = "35"
               CLOSE KYCFILE
           END-IF.
           IF WS-KRGFIL-AABEN
               CLOSE KUNDERAADGIVERFILE
           END-IF.

           FIND-RAADGIVER.
           MOVE SPACES TO KS-RAADGIVER.
           IF WS-KRGFIL-AABEN
               MOVE KYC-KUNDE-ID TO KRG-KUNDE-ID
               READ KUNDERAADGIVERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KRG-RAADGIVER TO KS-RAADGIVER
               END-READ
           END-IF.
           IF WS-SORTER-RAADGIVER
               MOVE KS-RAADGIVER TO KS-SORT-RAADGIVER
           ELSE
               MOVE SPACES TO KS-SORT-RAADGIVER
           END-IF.

           SKRIV-KOEEN.
           OPEN OUTPUT KOEOUT.
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KOELINE.
           WRITE KOELINE.
           MOVE "N" TO WS-EJERFIL-SWITCH.
           MOVE "N" TO WS-KYCFIL-SWITCH.
           OPEN INPUT REELEJERFILE.
           IF WS-REJ-STATUS = "00"
               MOVE "Y" TO WS-EJERFIL-SWITCH
           END-IF.
           OPEN INPUT KYCFILE.
           IF WS-KYC-STATUS = "00"
               MOVE "Y" TO WS-KYCFIL-SWITCH
           END-IF.

           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN KYCSORT INTO KYCSORTREC
           MOVE WS-RAPPORT-LINE TO KOELINE.
           WRITE KOELINE.
           CLOSE KOEOUT.
           IF WS-EJERFIL-AABEN
               CLOSE REELEJERFILE
           END-IF.
           IF WS-KYCFIL-AABEN
               CLOSE KYCFILE
           END-IF.

           SKRIV-EN-KOELINJE.
           ADD 1 TO WS-CTL-I-KOE.
               " OVERSKREDET " DELIMITED BY SIZE
               WS-OVERDUE-ED DELIMITED BY SIZE
               " DAGE" DELIMITED BY SIZE
               " RAADGIVER " DELIMITED BY SIZE
               KS-RAADGIVER DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KOELINE.
           WRITE KOELINE.
           IF WS-EJERFIL-AABEN
               PERFORM SKRIV-EJERLINJER
           END-IF.

      *    Nothing follows a person's line: a person owns no one.
           SKRIV-EJERLINJER.
           MOVE ZEROES TO WS-END-OF-EJERE.
           MOVE KS-KUNDE-ID TO REJ-SELSKAB-ID.
           MOVE SPACES TO REJ-EJER-ID.
           START REELEJERFILE
               KEY IS >= REJ-NOEGLE OF REELEJERREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-EJERE
           END-START.
           PERFORM UNTIL WS-END-OF-EJERE = 1
               READ REELEJERFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-EJERE
                   NOT AT END
                       IF REJ-SELSKAB-ID NOT = KS-KUNDE-ID
                           MOVE 1 TO WS-END-OF-EJERE
                       ELSE
                           IF REJ-ER-AKTIV
                               PERFORM SKRIV-EN-EJERLINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           SKRIV-EN-EJERLINJE.
           MOVE "?" TO WS-EJER-RISIKO.
           MOVE ZEROES TO WS-EJER-NAESTE.
           IF WS-KYCFIL-AABEN
               MOVE REJ-EJER-ID TO KYC-KUNDE-ID
               READ KYCFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KYC-RISIKO TO WS-EJER-RISIKO
                       MOVE KYC-NAESTE-DATO TO WS-EJER-NAESTE
               END-READ
           END-IF.
           MOVE REJ-EJERANDEL TO WS-ANDEL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "    REEL EJER " DELIMITED BY SIZE
               REJ-EJER-ID DELIMITED BY SIZE
               " ANDEL " DELIMITED BY SIZE
               WS-ANDEL-ED DELIMITED BY SIZE
               "% RISIKO " DELIMITED BY SIZE
               WS-EJER-RISIKO DELIMITED BY SIZE
               " NAESTE " DELIMITED BY SIZE
               WS-EJER-NAESTE DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KOELINE.
           WRITE KOELINE.
           DISPLAY "OPGAVE81 - KOERSELSOVERSIGT".
           DISPLAY "KUNDER LAEST:            " WS-CTL-KUNDER-LAEST.
           DISPLAY "REVIEWS SEEDET:          " WS-CTL-SEEDET.
           DISPLAY "SELSKABER ESKALERET:     " WS-CTL-ESKALERET.
           DISPLAY "I GENNEMGANGSKOE:        " WS-CTL-I-KOE.
           DISPLAY "----------------------------------------".

