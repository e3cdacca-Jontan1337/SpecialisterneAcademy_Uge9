           IDENTIFICATION DIVISION.
           PROGRAM-ID. PERIODELAAS.

      *    Posting lockout for closed accounting periods. Every
      *    program that dates something into the books asks here
      *    first, passing the date and what it will do if the
      *    period is closed:
      *      - "R" roll forward: the date comes back moved to the
      *        1st of the first open period after it.
      *      - "F" refuse: the caller turns the item away.
      *    Either way a closed-period hit is appended to
      *    PeriodeAfvisninger.txt with the calling program, its
      *    reference and what was done, so finance sees every
      *    item that knocked on a signed-off month. No
      *    PeriodeStatus.txt means no period has been closed.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PERIODEFILE ASSIGN TO "PeriodeStatus.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODE OF PERIODEREC
               FILE STATUS IS WS-PER-STATUS.
           SELECT AFVISNINGOUT ASSIGN TO "PeriodeAfvisninger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAF-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD PERIODEFILE.
           01 PERIODEREC.
               COPY "PERIODESTATUS.cpy".

           FD AFVISNINGOUT.
           01 AFVISNINGLINE                PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-PER-STATUS                PIC X(2).
           01 WS-PAF-STATUS                PIC X(2).
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-PERIODE                   PIC 9(6) VALUE ZEROES.
           01 WS-PERIODE-X REDEFINES WS-PERIODE.
               02 WS-PERIODE-AAR           PIC 9(4).
               02 WS-PERIODE-MAANED        PIC 9(2).
           01 WS-LUKKET-SWITCH             PIC X(1) VALUE "N".
              88 WS-PERIODE-LUKKET         VALUE "Y".
           01 WS-OMGANG                    PIC 9(3) VALUE ZEROES.
           01 WS-LOG-LINE                  PIC X(100) VALUE SPACES.

           LINKAGE SECTION.
           01 LS-PROGRAM                   PIC X(8).
           01 LS-DATO                      PIC 9(8).
      *    What the caller knows the item by, for the report.
           01 LS-REFERENCE                 PIC X(20).
      *    "R" roll forward, "F" refuse.
           01 LS-HANDLING                  PIC X(1).
      *    LS-DATO when open, else the 1st of the next open period.
           01 LS-NY-DATO                   PIC 9(8).
      *    "A" the period is open, "L" it is closed.
           01 LS-RESULT                    PIC X(1).

           PROCEDURE DIVISION USING LS-PROGRAM LS-DATO LS-REFERENCE
               LS-HANDLING LS-NY-DATO LS-RESULT.
           MOVE "A" TO LS-RESULT.
           MOVE LS-DATO TO LS-NY-DATO.
           OPEN INPUT PERIODEFILE.
           IF WS-PER-STATUS = "00"
               MOVE LS-DATO(1:6) TO WS-PERIODE
               PERFORM LAES-PERIODE
               IF WS-PERIODE-LUKKET
                   MOVE "L" TO LS-RESULT
                   PERFORM FIND-NAESTE-AABNE
                   COMPUTE LS-NY-DATO = WS-PERIODE * 100 + 1
               END-IF
               CLOSE PERIODEFILE
           END-IF.
           IF LS-RESULT = "L"
               PERFORM SKRIV-AFVISNING
           END-IF.
           EXIT PROGRAM.

           LAES-PERIODE.
           MOVE "N" TO WS-LUKKET-SWITCH.
           MOVE WS-PERIODE TO PER-PERIODE.
           READ PERIODEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-ER-LUKKET
                       MOVE "Y" TO WS-LUKKET-SWITCH
                   END-IF
           END-READ.

      *    Month by month until a period is not closed - ten years
      *    is the backstop against a runaway table.
           FIND-NAESTE-AABNE.
           MOVE ZEROES TO WS-OMGANG.
           PERFORM UNTIL NOT WS-PERIODE-LUKKET OR WS-OMGANG > 120
               ADD 1 TO WS-OMGANG
               IF WS-PERIODE-MAANED = 12
                   ADD 1 TO WS-PERIODE-AAR
                   MOVE 01 TO WS-PERIODE-MAANED
               ELSE
                   ADD 1 TO WS-PERIODE-MAANED
               END-IF
               PERFORM LAES-PERIODE
           END-PERFORM.

           SKRIV-AFVISNING.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-LOG-LINE.
           IF LS-HANDLING = "R"
               STRING WS-DAGS-DATO " " LS-PROGRAM " " LS-REFERENCE
                   " DATO " LS-DATO " LUKKET PERIODE, RULLET TIL "
                   LS-NY-DATO
                   DELIMITED BY SIZE INTO WS-LOG-LINE
           ELSE
               STRING WS-DAGS-DATO " " LS-PROGRAM " " LS-REFERENCE
                   " DATO " LS-DATO " LUKKET PERIODE, AFVIST"
                   DELIMITED BY SIZE INTO WS-LOG-LINE
           END-IF.
           OPEN EXTEND AFVISNINGOUT.
           IF WS-PAF-STATUS = "35"
               OPEN OUTPUT AFVISNINGOUT
           END-IF.
           MOVE WS-LOG-LINE TO AFVISNINGLINE.
           WRITE AFVISNINGLINE.
           CLOSE AFVISNINGOUT.
