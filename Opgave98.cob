           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE98.

      *    NemKonto designation register. Public payments arrive
      *    addressed to the customer's CPR number, not to an
      *    account; the account the customer has designated as
      *    NemKonto is kept here on NemKonto.txt (NEMKONTO.cpy),
      *    keyed on the CPR number from KundeCpr.txt, and the
      *    Opgave61 intake routes CPR-addressed credits through it
      *    instead of parking them all on Afklaringsposter.txt.
      *
      *      D - designate (or move) the customer's NemKonto: the
      *          customer needs a CPR number (Opgave80), must not
      *          be deceased, and must hold the account - primary
      *          holder on KontoOpl.txt or co-holder on
      *          KontoEjere.txt; the account must be active and in
      *          DKK
      *      V - show the customer's designation
      *      O - cancel it at the customer's wish
      *
      *    Closure, death and erasure cancel a designation by
      *    themselves through NEMKONTOOPHOER. Each change is
      *    marked for the nightly Opgave99 report to the national
      *    NemKonto registry and logged through AUDITLOG.

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
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT KONTOEJERFILE ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEJ-NOEGLE OF KONTOEJERREC
               ALTERNATE RECORD KEY IS KEJ-KUNDE-ID OF KONTOEJERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KEJ-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD NEMKONTOFILE.
           01 NEMKONTOREC.
               COPY "NEMKONTO.cpy".

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KONTOEJERFILE.
           01 KONTOEJERREC.
               COPY "KONTOEJER.cpy".

           WORKING-STORAGE SECTION.
           01 WS-NKT-STATUS                PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KEJ-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-DESIGNER          VALUE "D".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-OPHOER            VALUE "O".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-VALGT-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-VALGT-CPR                 PIC X(10) VALUE SPACES.
           01 WS-KONTONR-FORMAT            PIC X(1) VALUE SPACES.
           01 WS-KONTONR-RESULT            PIC X(1) VALUE SPACES.
           01 WS-KST-STATUS                PIC X(1) VALUE SPACES.
           01 WS-KST-RESULT                PIC X(1) VALUE SPACES.

           01 WS-CPR-SWITCH                PIC X(1) VALUE "N".
              88 WS-CPR-FUNDET             VALUE "Y".
           01 WS-KONTO-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".
           01 WS-EJER-SWITCH               PIC X(1) VALUE "N".
              88 WS-ER-EJER                VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-INGEN-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-AARSAG-KUNDE              PIC X(1) VALUE "K".
           01 WS-OPHOER-RESULT             PIC X(1) VALUE SPACES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE98".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 2.
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
                   WHEN WS-VALG-DESIGNER
                       PERFORM DESIGNER-NEMKONTO
                   WHEN WS-VALG-VIS
                       PERFORM VIS-NEMKONTO
                   WHEN WS-VALG-OPHOER
                       PERFORM OPHOER-NEMKONTO
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "NEMKONTO".
           DISPLAY "D - Designer NemKonto".
           DISPLAY "V - Vis NemKonto".
           DISPLAY "O - Ophoer NemKonto (kundens oenske)".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           DESIGNER-NEMKONTO.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM LAES-KUNDE-CPR.
           CALL "KUNDESTATUSOPSLAG" USING WS-VALGT-KUNDE-ID
               WS-KST-STATUS WS-KST-RESULT.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           CALL "KONTONRVALIDER" USING
               WS-VALGT-KONTONUMMER
               WS-KONTONR-FORMAT
               WS-KONTONR-RESULT.
           PERFORM LAES-KONTO.
           PERFORM KONTROLLER-EJER.
           EVALUATE TRUE
               WHEN NOT WS-CPR-FUNDET
                   DISPLAY "Kunden har intet CPR-nummer - "
                       "registreres foerst i Opgave80."
               WHEN WS-KST-RESULT = "M" AND WS-KST-STATUS = "D"
                   DISPLAY "Kunden er afdoed."
               WHEN WS-KONTONR-RESULT = "U"
                   DISPLAY "KONTONUMMER er ikke gyldigt."
               WHEN NOT WS-KONTO-FUNDET
                   DISPLAY "Kontoen findes ikke."
               WHEN NOT KONTO-ER-AKTIV IN KONTOOPLREC
                   DISPLAY "Kontoen er ikke aktiv ("
                       KONTOSTATUS IN KONTOOPLREC ")."
               WHEN VALUTAKODE IN KONTOOPLREC NOT = "DKK"
                   AND VALUTAKODE IN KONTOOPLREC NOT = SPACES
                   DISPLAY "En NemKonto skal vaere en DKK-konto."
               WHEN NOT WS-ER-EJER
                   DISPLAY "Kunden er ikke ejer af kontoen."
               WHEN OTHER
                   DISPLAY "Godkend NemKonto " WS-VALGT-KONTONUMMER
                       " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-UDPEGNING
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

      *    What the registry must be told depends on what it
      *    already knows: nothing reported yet stays new, a
      *    designation it holds (active, or cancelled but not yet
      *    reported as such) becomes a change.
           GEM-UDPEGNING.
           PERFORM ABN-NEMKONTOFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-CPR TO NKT-CPR.
           READ NEMKONTOFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN WS-RECORD-FUNDET AND NKT-ER-AKTIV
                   AND NKT-KONTONUMMER = WS-VALGT-KONTONUMMER
                   DISPLAY "Kontoen er allerede kundens NemKonto."
               WHEN NOT WS-RECORD-FUNDET
                   MOVE SPACES TO NEMKONTOREC
                   MOVE WS-VALGT-CPR TO NKT-CPR
                   MOVE WS-DAGS-DATO TO NKT-OPRETTET-DATO
                   MOVE ZEROES TO NKT-INDBERETTET-DATO
                   MOVE "N" TO NKT-INDBERETNING
                   PERFORM FLYT-UDPEGNING
                   WRITE NEMKONTOREC
                   PERFORM LOG-UDPEGNING
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN NKT-INDBERET-NY
                           CONTINUE
                       WHEN NKT-ER-OPHOERT AND NKT-ER-INDBERETTET
                           MOVE "N" TO NKT-INDBERETNING
                       WHEN OTHER
                           MOVE "E" TO NKT-INDBERETNING
                   END-EVALUATE
                   PERFORM FLYT-UDPEGNING
                   REWRITE NEMKONTOREC
                   PERFORM LOG-UDPEGNING
           END-EVALUATE.
           CLOSE NEMKONTOFILE.

           FLYT-UDPEGNING.
           MOVE WS-VALGT-KONTONUMMER TO NKT-KONTONUMMER.
           MOVE WS-VALGT-KUNDE-ID TO NKT-KUNDE-ID.
           MOVE "A" TO NKT-STATUS.
           MOVE SPACES TO NKT-AARSAG.
           MOVE WS-DAGS-DATO TO NKT-AENDRET-DATO.
           MOVE WS-SIGNON-OPERATOER TO NKT-OPERATOER.

           LOG-UDPEGNING.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "NemKonto registreret - indberettes i nat.".

           VIS-NEMKONTO.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM LAES-KUNDE-CPR.
           MOVE "N" TO WS-FOUND-SWITCH.
           IF WS-CPR-FUNDET
               OPEN INPUT NEMKONTOFILE
               IF WS-NKT-STATUS = "00"
                   MOVE WS-VALGT-CPR TO NKT-CPR
                   READ NEMKONTOFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND-SWITCH
                   END-READ
                   CLOSE NEMKONTOFILE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CPR-FUNDET
                   DISPLAY "Kunden har intet CPR-nummer."
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "(ingen NemKonto)"
               WHEN OTHER
                   DISPLAY "NEMKONTO:   " NKT-KONTONUMMER
                   DISPLAY "STATUS:     " NKT-STATUS " " NKT-AARSAG
                   DISPLAY "AENDRET:    " NKT-AENDRET-DATO " AF "
                       NKT-OPERATOER
                   IF NKT-ER-INDBERETTET
                       DISPLAY "INDBERETTET " NKT-INDBERETTET-DATO
                   ELSE
                       DISPLAY "AFVENTER INDBERETNING ("
                           NKT-INDBERETNING ")"
                   END-IF
           END-EVALUATE.

           OPHOER-NEMKONTO.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           DISPLAY "Godkend ophoer af NemKonto (J/N): "
               WITH NO ADVANCING.
           ACCEPT WS-BEKRAEFT.
           IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
               CALL "NEMKONTOOPHOER" USING WS-VALGT-KUNDE-ID
                   WS-INGEN-KONTONUMMER WS-AARSAG-KUNDE
                   WS-SIGNON-OPERATOER WS-OPHOER-RESULT
               IF WS-OPHOER-RESULT = "M"
                   CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                       WS-VALGT-KUNDE-ID
                       WS-OLD-BALANCE WS-NEW-BALANCE
                       WS-AUDIT-RESULT
                   DISPLAY "NemKonto ophoert - indberettes i nat."
               ELSE
                   DISPLAY "Kunden har ingen aktiv NemKonto."
               END-IF
           ELSE
               DISPLAY "Annulleret."
           END-IF.

           LAES-KUNDE-CPR.
           MOVE "N" TO WS-CPR-SWITCH.
           MOVE SPACES TO WS-VALGT-CPR.
           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO CPR-KUNDE-ID
               READ KUNDECPRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CPR-SWITCH
                       MOVE CPR-NUMMER TO WS-VALGT-CPR
               END-READ
               CLOSE KUNDECPRFILE
           END-IF.

           LAES-KONTO.
           MOVE "N" TO WS-KONTO-SWITCH.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-VALGT-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-SWITCH
           END-READ.
           CLOSE KONTOOPLFILE.

      *    The primary holder is on the account record itself; a
      *    co-holder only on the ownership cross-reference.
           KONTROLLER-EJER.
           MOVE "N" TO WS-EJER-SWITCH.
           IF WS-KONTO-FUNDET
               IF KUNDE-ID IN KONTOOPLREC = WS-VALGT-KUNDE-ID
                   MOVE "Y" TO WS-EJER-SWITCH
               ELSE
                   OPEN INPUT KONTOEJERFILE
                   IF WS-KEJ-STATUS = "00"
                       MOVE WS-VALGT-KONTONUMMER TO KEJ-KONTONUMMER
                       MOVE WS-VALGT-KUNDE-ID TO KEJ-KUNDE-ID
                       READ KONTOEJERFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-EJER-SWITCH
                       END-READ
                       CLOSE KONTOEJERFILE
                   END-IF
               END-IF
           END-IF.

           ABN-NEMKONTOFIL-IO.
           OPEN I-O NEMKONTOFILE.
           IF WS-NKT-STATUS NOT = "00"
               OPEN OUTPUT NEMKONTOFILE
               CLOSE NEMKONTOFILE
               OPEN I-O NEMKONTOFILE
           END-IF.
           IF WS-NKT-STATUS NOT = "00"
               STRING "Open NemKonto.txt failed, status "
                   WS-NKT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE98: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
