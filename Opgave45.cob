      *    Replay reconciliation of KontoOpl.txt against the
      *    transaction history - the independent check that BALANCE
      *    on each account record really is the sum of its story.
      *    The history is read off its indexed companion,
      *    TransHistorikIdx.txt, whose key order is already per
      *    KONTONUMMER in applied order (the Opgave25 statement
      *    walks it the same way); per account the replay starts
      *    from the
      *    opening position recorded on the first line's
      *    balance-before, applies every posting's amount in the
      *    direction its before/after figures say, and checks each
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
           SELECT AFSTEMNINGOUT ASSIGN TO "ReplayAfstemning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFS-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD TRANSHISTIDXFILE.
           01 TRANSHISTIDXREC.
               COPY "TRANSHISTIDX.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD AFSTEMNINGOUT.
           01 AFSTEMNINGLINE               PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-THX-STATUS                PIC X(2).
           01 WS-THX-FUNKTION              PIC X(1) VALUE "K".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-AFS-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-HISTORIK           PIC 9(1) VALUE ZEROES.

           01 WS-RUN-DATE                  PIC 9(6) VALUE ZEROES.
           01 WS-RUN-DATE-ED               PIC 99/99/99 VALUE ZEROES.

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".

           01 WS-FIRST-GROUP               PIC X(1) VALUE "Y".
           01 WS-CURRENT-KONTONUMMER       PIC X(20) VALUE SPACES.
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           PERFORM REPLAY-HISTORIK.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KONTI AFSTEMT: " WS-CTL-KONTI-AFSTEMT
           CLOSE AFSTEMNINGOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           REPLAY-HISTORIK.
           OPEN INPUT TRANSHISTIDXFILE.
           IF WS-THX-STATUS NOT = "00"
               DISPLAY "ADVARSEL: TransHistorikIdx.txt ikke "
                   "fundet, intet at afstemme"
           ELSE
               PERFORM UNTIL WS-END-OF-HISTORIK = 1
                   READ TRANSHISTIDXFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-HISTORIK
                           IF WS-FIRST-GROUP = "N"
                               PERFORM AFSLUT-KONTO-REPLAY
                           END-IF
                       NOT AT END
                           ADD 1 TO WS-CTL-LINJER-LAEST
                           PERFORM REPLAY-EN-LINJE
                   END-READ
               END-PERFORM
               CLOSE TRANSHISTIDXFILE
           END-IF.

           REPLAY-EN-LINJE.
           MOVE THX-LINJE TO WS-HISTORIK-REC.
           IF WS-FIRST-GROUP = "Y"
               OR THX-KONTONUMMER NOT = WS-CURRENT-KONTONUMMER
               IF WS-FIRST-GROUP = "N"
                   PERFORM AFSLUT-KONTO-REPLAY
               END-IF
               MOVE "N" TO WS-FIRST-GROUP
               MOVE THX-KONTONUMMER TO WS-CURRENT-KONTONUMMER
               MOVE TH-GAMMEL-BALANCE TO WS-REPLAY-SALDO
               MOVE "N" TO WS-GRUPPE-FEJL-MELDT
           END-IF.
