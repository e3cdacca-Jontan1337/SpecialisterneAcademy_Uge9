           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE99.

      *    Nightly NemKonto report. Reads NemKonto.txt (NEMKONTO.cpy)
      *    and writes NemKontoIndberetning.txt for the national
      *    NemKonto registry: one NK02 line per designation that is
      *    new, changed or cancelled since the last report, and an
      *    NK09 trailer carrying the count. A reported designation
      *    is marked with the report date, so each change goes to
      *    the registry exactly once.
      *
      *    Before reporting, the run sweeps every active
      *    designation against KontoOpl.txt and KundeStatus.txt: a
      *    designated account that has since been closed or
      *    removed - by any of the closing runs, not only the
      *    Opgave96 closure that cancels on the spot - or an owner
      *    who has died is cancelled here, so the registry is
      *    never left pointing at a dead account.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT NEMKONTOFILE ASSIGN TO "NemKonto.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKT-CPR OF NEMKONTOREC
               ALTERNATE RECORD KEY IS NKT-KONTONUMMER OF NEMKONTOREC
                   WITH DUPLICATES
               FILE STATUS IS WS-NKT-STATUS.
      *    Only ever looked up one account at a time by KONTONUMMER.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT INDBERETNINGOUT
               ASSIGN TO "NemKontoIndberetning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIB-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD NEMKONTOFILE.
           01 NEMKONTOREC.
               COPY "NEMKONTO.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD INDBERETNINGOUT.
           01 INDBERETNINGLINE             PIC X(60).

           WORKING-STORAGE SECTION.
           01 WS-NKT-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-NIB-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-AENDRET                   PIC X(1) VALUE "N".

           01 WS-KST-STATUS                PIC X(1) VALUE SPACES.
           01 WS-KST-RESULT                PIC X(1) VALUE SPACES.
           01 WS-EGEN-BRUGER               PIC X(8)
                                           VALUE "OPGAVE99".

      *    The registry report line seen through its layouts.
           01 WS-NK-REC.
               02 WS-NK-RECTYPE            PIC X(4).
                  88 WS-ER-NK-DETALJE      VALUE "NK02".
                  88 WS-ER-NK-TRAILER      VALUE "NK09".
               02 WS-NK-REST               PIC X(56).
           01 WS-NK-DETALJE REDEFINES WS-NK-REC.
               02 FILLER                   PIC X(4).
               02 NKD-DATO                 PIC 9(8).
               02 NKD-HANDLING             PIC X(1).
               02 NKD-CPR                  PIC X(10).
               02 NKD-KONTONUMMER          PIC X(20).
               02 NKD-AARSAG               PIC X(1).
               02 FILLER                   PIC X(16).
           01 WS-NK-TRAILER REDEFINES WS-NK-REC.
               02 FILLER                   PIC X(4).
               02 NKT9-DATO                PIC 9(8).
               02 NKT9-ANTAL               PIC 9(7).
               02 FILLER                   PIC X(41).

           01 WS-CTL-LAEST                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-OPHOERT-LUKKET        PIC 9(5) VALUE ZEROES.
           01 WS-CTL-OPHOERT-DOED          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-NY                    PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AENDRET               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-OPHOER                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-INDBERETTET           PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE99".
           01 WS-STAT-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-STAT-LAEST                PIC 9(7) VALUE ZEROES.
           01 WS-STAT-SKREVET              PIC 9(7) VALUE ZEROES.
           01 WS-STAT-AFVIST               PIC 9(7) VALUE ZEROES.
           01 WS-STAT-START-TID            PIC 9(8) VALUE ZEROES.
           01 WS-STAT-STATUS               PIC X(2) VALUE "OK".
           01 WS-STAT-RESULT               PIC X(1) VALUE SPACES.
      *    CENTRAL RUN STATISTICS END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           PERFORM INDBERET-NEMKONTI.
           PERFORM SKRIV-KOERSELSOVERSIGT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

      *    No register yet simply means no designations to report;
      *    an empty report with its trailer still goes out.
           INDBERET-NEMKONTI.
           OPEN OUTPUT INDBERETNINGOUT.
           IF WS-NIB-STATUS NOT = "00"
               STRING "Open NemKontoIndberetning.txt failed, "
                   "status " WS-NIB-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN I-O NEMKONTOFILE.
           IF WS-NKT-STATUS = "00"
               OPEN INPUT KONTOOPLFILE
               IF WS-KOF-STATUS NOT = "00"
                   STRING "Open KontoOpl.txt failed, status "
                       WS-KOF-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ NEMKONTOFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CTL-LAEST
                           PERFORM BEHANDL-EN-UDPEGNING
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLFILE
               CLOSE NEMKONTOFILE
           END-IF.
           PERFORM SKRIV-INDBERETNING-TRAILER.
           CLOSE INDBERETNINGOUT.

           BEHANDL-EN-UDPEGNING.
           MOVE "N" TO WS-AENDRET.
           IF NKT-ER-AKTIV
               PERFORM KONTROLLER-UDPEGNING
           END-IF.
           IF NOT NKT-ER-INDBERETTET
               PERFORM SKRIV-INDBERETNING-DETALJE
               MOVE SPACE TO NKT-INDBERETNING
               MOVE WS-DAGS-DATO TO NKT-INDBERETTET-DATO
               MOVE "Y" TO WS-AENDRET
           END-IF.
           IF WS-AENDRET = "Y"
               REWRITE NEMKONTOREC
           END-IF.

      *    The same cancellation NEMKONTOOPHOER makes; done in
      *    place here since the register is already open.
           KONTROLLER-UDPEGNING.
           MOVE NKT-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   MOVE "L" TO NKT-AARSAG
                   ADD 1 TO WS-CTL-OPHOERT-LUKKET
                   PERFORM OPHOER-UDPEGNING
               NOT INVALID KEY
                   IF KONTO-ER-LUKKET IN KONTOOPLREC
                       MOVE "L" TO NKT-AARSAG
                       ADD 1 TO WS-CTL-OPHOERT-LUKKET
                       PERFORM OPHOER-UDPEGNING
                   END-IF
           END-READ.
           IF NKT-ER-AKTIV
               CALL "KUNDESTATUSOPSLAG" USING NKT-KUNDE-ID
                   WS-KST-STATUS WS-KST-RESULT
               IF WS-KST-RESULT = "M" AND WS-KST-STATUS = "D"
                   MOVE "D" TO NKT-AARSAG
                   ADD 1 TO WS-CTL-OPHOERT-DOED
                   PERFORM OPHOER-UDPEGNING
               END-IF
           END-IF.

           OPHOER-UDPEGNING.
           MOVE "O" TO NKT-STATUS.
           MOVE WS-DAGS-DATO TO NKT-AENDRET-DATO.
           MOVE WS-EGEN-BRUGER TO NKT-OPERATOER.
           IF NKT-INDBERET-NY
               MOVE SPACE TO NKT-INDBERETNING
           ELSE
               MOVE "O" TO NKT-INDBERETNING
           END-IF.
           MOVE "Y" TO WS-AENDRET.

           SKRIV-INDBERETNING-DETALJE.
           EVALUATE TRUE
               WHEN NKT-INDBERET-NY
                   ADD 1 TO WS-CTL-NY
               WHEN NKT-INDBERET-AENDRET
                   ADD 1 TO WS-CTL-AENDRET
               WHEN OTHER
                   ADD 1 TO WS-CTL-OPHOER
           END-EVALUATE.
           MOVE SPACES TO WS-NK-REC.
           MOVE "NK02" TO WS-NK-RECTYPE.
           MOVE WS-DAGS-DATO TO NKD-DATO.
           MOVE NKT-INDBERETNING TO NKD-HANDLING.
           MOVE NKT-CPR TO NKD-CPR.
           MOVE NKT-KONTONUMMER TO NKD-KONTONUMMER.
           MOVE NKT-AARSAG TO NKD-AARSAG.
           MOVE WS-NK-REC TO INDBERETNINGLINE.
           WRITE INDBERETNINGLINE.
           ADD 1 TO WS-CTL-INDBERETTET.

           SKRIV-INDBERETNING-TRAILER.
           MOVE SPACES TO WS-NK-REC.
           MOVE "NK09" TO WS-NK-RECTYPE.
           MOVE WS-DAGS-DATO TO NKT9-DATO.
           MOVE WS-CTL-INDBERETTET TO NKT9-ANTAL.
           MOVE WS-NK-REC TO INDBERETNINGLINE.
           WRITE INDBERETNINGLINE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE99 - KOERSELSOVERSIGT".
           DISPLAY "UDPEGNINGER LAEST:       " WS-CTL-LAEST.
           DISPLAY "OPHOERT (KONTO LUKKET):  "
               WS-CTL-OPHOERT-LUKKET.
           DISPLAY "OPHOERT (AFDOED):        "
               WS-CTL-OPHOERT-DOED.
           DISPLAY "INDBERETTET NYE:         " WS-CTL-NY.
           DISPLAY "INDBERETTET AENDREDE:    " WS-CTL-AENDRET.
           DISPLAY "INDBERETTET OPHOERTE:    " WS-CTL-OPHOER.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE99: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-INDBERETTET TO WS-STAT-SKREVET.
           MOVE ZEROES TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
