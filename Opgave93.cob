           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE93.

      *    Accounting period maintenance. Once finance has signed
      *    off a month's GL figures the month is CLOSED here on
      *    PeriodeStatus.txt, and from then on PERIODELAAS keeps
      *    everything out of it: the posting run and the GL journal
      *    roll a date in a closed month forward to the next open
      *    one, and the manual journal (Opgave92) and the rate
      *    staging (Opgave70) refuse it - every hit reported on
      *    PeriodeAfvisninger.txt. A closed month can be REOPENED
      *    for a late correction; the reopening asks for a reason,
      *    is counted on the period record, and is logged with the
      *    operator on PeriodeLog.txt, as is every close. Both
      *    directions need level 3 (approve) authority.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PERIODEFILE ASSIGN TO "PeriodeStatus.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODE OF PERIODEREC
               FILE STATUS IS WS-PER-STATUS.
           SELECT PERIODELOGOUT ASSIGN TO "PeriodeLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLG-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD PERIODEFILE.
           01 PERIODEREC.
               COPY "PERIODESTATUS.cpy".

           FD PERIODELOGOUT.
           01 PERIODELOGLINE               PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-PER-STATUS                PIC X(2).
           01 WS-PLG-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-LUK               VALUE "L".
              88 WS-VALG-GENAABN           VALUE "G".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-PERIODE          PIC 9(6).
               02 FILLER                   PIC 9(2).
           01 WS-VALGT-PERIODE             PIC X(6) VALUE SPACES.
           01 WS-VALGT-PERIODE-N REDEFINES WS-VALGT-PERIODE
                                           PIC 9(6).
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.
           01 WS-AARSAG                    PIC X(50) VALUE SPACES.
           01 WS-LUKKEDE-ANTAL             PIC 9(5) VALUE ZEROES.
           01 WS-LOG-LINE                  PIC X(100) VALUE SPACES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE93".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 3.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

           PROCEDURE DIVISION.
      *    The nightly chain takes a run lock; no interactive
      *    session touches the live files while it is held.
           CALL "KOERSELLAAS" USING WS-LAAS-PROGRAM
               WS-LAAS-RESULT.
           IF WS-LAAS-RESULT = "S"
               STOP RUN
           END-IF.
           CALL "OPERATORKONTROL" USING WS-LAAS-PROGRAM
               WS-SIGNON-NIVEAU WS-SIGNON-OPERATOER
               WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT NOT = "G"
               STOP RUN
           END-IF.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-VALG-AFSLUT
               PERFORM VIS-MENU
               EVALUATE TRUE
                   WHEN WS-VALG-LUK
                       PERFORM LUK-PERIODE
                   WHEN WS-VALG-GENAABN
                       PERFORM GENAABN-PERIODE
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "REGNSKABSPERIODER".
           PERFORM VIS-LUKKEDE-PERIODER.
           DISPLAY "L - Luk periode".
           DISPLAY "G - Genaabn periode".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           VIS-LUKKEDE-PERIODER.
           MOVE ZEROES TO WS-LUKKEDE-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT PERIODEFILE.
           IF WS-PER-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ PERIODEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF PER-ER-LUKKET
                               ADD 1 TO WS-LUKKEDE-ANTAL
                               DISPLAY "  " PER-PERIODE " LUKKET "
                                   PER-LUKKET-DATO " ("
                                   PER-LUKKET-AF ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODEFILE
           END-IF.
           IF WS-LUKKEDE-ANTAL = ZEROES
               DISPLAY "  (ingen lukkede perioder)"
           END-IF.

      *    The month must be over: closing the running month would
      *    turn tonight's own postings away.
           LUK-PERIODE.
           DISPLAY "PERIODE (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-PERIODE.
           EVALUATE TRUE
               WHEN WS-VALGT-PERIODE IS NOT NUMERIC
                   OR WS-VALGT-PERIODE(5:2) < "01"
                   OR WS-VALGT-PERIODE(5:2) > "12"
                   DISPLAY "Ugyldig periode."
               WHEN WS-VALGT-PERIODE-N NOT < WS-DAGS-PERIODE
                   DISPLAY "Kun afsluttede maaneder kan lukkes."
               WHEN OTHER
                   PERFORM ABN-PERIODEFIL-IO
                   PERFORM LAES-PERIODE
                   IF WS-RECORD-FUNDET AND PER-ER-LUKKET
                       DISPLAY "Perioden er allerede lukket."
                   ELSE
                       DISPLAY "Luk " WS-VALGT-PERIODE " (J/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-BEKRAEFT
                       IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                           PERFORM GEM-LUKNING
                       ELSE
                           DISPLAY "Annulleret."
                       END-IF
                   END-IF
                   CLOSE PERIODEFILE
           END-EVALUATE.

           GEM-LUKNING.
           IF NOT WS-RECORD-FUNDET
               MOVE SPACES TO PERIODEREC
               MOVE WS-VALGT-PERIODE-N TO PER-PERIODE
               MOVE SPACES TO PER-GENAABNET-AF
               MOVE ZEROES TO PER-GENAABNET-DATO
               MOVE ZEROES TO PER-ANTAL-GENAABNET
           END-IF.
           MOVE "L" TO PER-STATUS.
           MOVE WS-SIGNON-OPERATOER TO PER-LUKKET-AF.
           MOVE WS-DAGS-DATO TO PER-LUKKET-DATO.
           IF WS-RECORD-FUNDET
               REWRITE PERIODEREC
           ELSE
               WRITE PERIODEREC
           END-IF.
           MOVE SPACES TO WS-LOG-LINE.
           STRING WS-DAGS-DATO " " PER-PERIODE " LUKKET AF "
               WS-SIGNON-OPERATOER
               DELIMITED BY SIZE INTO WS-LOG-LINE.
           PERFORM SKRIV-PERIODELOG.
           DISPLAY "Periode " PER-PERIODE " lukket.".

           GENAABN-PERIODE.
           DISPLAY "PERIODE (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-PERIODE.
           IF WS-VALGT-PERIODE IS NOT NUMERIC
               DISPLAY "Ugyldig periode."
           ELSE
               PERFORM ABN-PERIODEFIL-IO
               PERFORM LAES-PERIODE
               IF NOT WS-RECORD-FUNDET OR NOT PER-ER-LUKKET
                   DISPLAY "Perioden er ikke lukket."
               ELSE
                   DISPLAY "AARSAG: " WITH NO ADVANCING
                   MOVE SPACES TO WS-AARSAG
                   ACCEPT WS-AARSAG
                   IF WS-AARSAG = SPACES
                       DISPLAY "En genaabning kraever en aarsag "
                           "- annulleret."
                   ELSE
                       MOVE "A" TO PER-STATUS
                       MOVE WS-SIGNON-OPERATOER TO PER-GENAABNET-AF
                       MOVE WS-DAGS-DATO TO PER-GENAABNET-DATO
                       ADD 1 TO PER-ANTAL-GENAABNET
                       REWRITE PERIODEREC
                       MOVE SPACES TO WS-LOG-LINE
                       STRING WS-DAGS-DATO " " PER-PERIODE
                           " GENAABNET AF " WS-SIGNON-OPERATOER
                           " (" PER-ANTAL-GENAABNET ". GANG) "
                           WS-AARSAG
                           DELIMITED BY SIZE INTO WS-LOG-LINE
                       PERFORM SKRIV-PERIODELOG
                       DISPLAY "Periode " PER-PERIODE
                           " genaabnet."
                   END-IF
               END-IF
               CLOSE PERIODEFILE
           END-IF.

           LAES-PERIODE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-PERIODE-N TO PER-PERIODE.
           READ PERIODEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

           ABN-PERIODEFIL-IO.
           OPEN I-O PERIODEFILE.
           IF WS-PER-STATUS NOT = "00"
               OPEN OUTPUT PERIODEFILE
           END-IF.
           IF WS-PER-STATUS NOT = "00"
               STRING "Open PeriodeStatus.txt failed, status "
                   WS-PER-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           SKRIV-PERIODELOG.
           OPEN EXTEND PERIODELOGOUT.
           IF WS-PLG-STATUS = "35"
               OPEN OUTPUT PERIODELOGOUT
           END-IF.
           MOVE WS-LOG-LINE TO PERIODELOGLINE.
           WRITE PERIODELOGLINE.
           CLOSE PERIODELOGOUT.

           ABEND-RUN.
           DISPLAY "OPGAVE93: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
