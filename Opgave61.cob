      *    same 2000-day-serial arithmetic as Opgave54) onto
      *    AfklaringsRapport.txt each run. The intake is consumed
      *    after a completed load, same discipline as Opgave21.
      *
      *    A payment to an account whose overdraft has been written
      *    off (Opgave95, AfskrivningsRegister.txt) is a recovery,
      *    not a credit for the customer: up to what is still
      *    written off it is counted on the register, listed on
      *    AfskrivningsIndgang.txt and booked as income through an
      *    approved voucher on GLBilag.txt (debit 102000 KASSE OG
      *    CLEARING, credit 302000 INDGANG AFSKREVNE FORDR.) for
      *    the day's Opgave68 journal. Anything paid beyond the
      *    written-off amount goes on as an ordinary payment.
      *
      *    Public payments (tax refunds, benefits) are addressed to
      *    the customer's CPR number instead of an account: the
      *    beneficiary field carries "CPR" and the ten digits. Such
      *    a credit is routed to the account designated as the
      *    customer's NemKonto on NemKonto.txt (Opgave98) and goes
      *    on from there like any other payment; a CPR number with
      *    no active designation is parked on the suspense ledger
      *    under its CPR address as before.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ASSIGN TO "AfklaringsRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARA-STATUS.
           SELECT NEMKONTOFILE ASSIGN TO "NemKonto.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKT-CPR OF NEMKONTOREC
               ALTERNATE RECORD KEY IS NKT-KONTONUMMER OF NEMKONTOREC
                   WITH DUPLICATES
               FILE STATUS IS WS-NKT-STATUS.
           SELECT AFSKRIVNINGFILE ASSIGN TO "AfskrivningsRegister.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-KONTONUMMER OF AFSKRIVNINGREC
               FILE STATUS IS WS-AFS-STATUS.
           SELECT INDGANGOUT ASSIGN TO "AfskrivningsIndgang.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIG-STATUS.
           SELECT GLBILAGFILE ASSIGN TO "GLBilag.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-NR OF GLBILAGREC
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GLBILAGNRFILE ASSIGN TO "GLBilagNr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GBN-STATUS.

           DATA DIVISION.
           FILE SECTION.
               02 IB-KONTONUMMER           PIC X(20).
               02 IB-BELOB                 PIC 9(7)V99.
               02 IB-TEKST                 PIC X(30).
           01 INDBETALING-CPR-REC REDEFINES INDBETALINGREC.
               02 IB-ADR-PRAEFIKS          PIC X(3).
                  88 IB-ER-CPR-ADRESSERET  VALUE "CPR".
               02 IB-ADR-CPR               PIC X(10).
               02 FILLER                   PIC X(46).

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
           FD AFKLARINGRAPPORTOUT.
           01 AFKLARINGRAPPORTLINE         PIC X(100).

           FD NEMKONTOFILE.
           01 NEMKONTOREC.
               COPY "NEMKONTO.cpy".

           FD AFSKRIVNINGFILE.
           01 AFSKRIVNINGREC.
               COPY "AFSKRIVNING.cpy".

           FD INDGANGOUT.
           01 INDGANGLINE                  PIC X(100).

           FD GLBILAGFILE.
           01 GLBILAGREC.
               COPY "GLBILAG.cpy".

           FD GLBILAGNRFILE.
           01 GLBILAGNRREC                 PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-IND-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-AFK-STATUS                PIC X(2).
           01 WS-ANR-STATUS                PIC X(2).
           01 WS-ARA-STATUS                PIC X(2).
           01 WS-NKT-STATUS                PIC X(2).
           01 WS-AFS-STATUS                PIC X(2).
           01 WS-AIG-STATUS                PIC X(2).
           01 WS-GLB-STATUS                PIC X(2).
           01 WS-GBN-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE-IND           PIC 9(1) VALUE ZEROES.

           01 WS-NAESTE-AFK-NR             PIC 9(6) VALUE ZEROES.

      *    CPR-addressed public payments routed by NemKonto.
           01 WS-NKT-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-NKT-FIL-AABEN          VALUE "Y".

      *    Recoveries on written-off claims.
           01 WS-AFS-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-AFS-FIL-AABEN          VALUE "Y".
           01 WS-AFS-REST                  PIC 9(7)V99 VALUE ZEROES.
           01 WS-INDGANG-BELOB             PIC 9(7)V99 VALUE ZEROES.
           01 WS-NAESTE-GLB-NR             PIC 9(6) VALUE ZEROES.
           01 WS-KASSE-KONTO               PIC X(6) VALUE "102000".
           01 WS-INDGANG-KONTO             PIC X(6) VALUE "302000".
           01 WS-EGEN-BRUGER               PIC X(8)
                                           VALUE "OPGAVE61".

      *    Day serials since 2000 for the aging arithmetic.
           01 WS-DAG-SERIEL                PIC 9(7) VALUE ZEROES.
           01 WS-POST-SERIEL               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-POSTERET              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-PARKERET              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AABNE-POSTER          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-INDGANGE              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-NEMKONTO              PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
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
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE "N" TO WS-NKT-FIL-SWITCH
               OPEN INPUT NEMKONTOFILE
               IF WS-NKT-STATUS = "00"
                   MOVE "Y" TO WS-NKT-FIL-SWITCH
               END-IF
               MOVE "N" TO WS-AFS-FIL-SWITCH
               OPEN I-O AFSKRIVNINGFILE
               IF WS-AFS-STATUS = "00"
                   MOVE "Y" TO WS-AFS-FIL-SWITCH
               END-IF
               PERFORM UNTIL WS-END-OF-FILE-IND = 1
                   READ INDBETALINGFILE INTO INDBETALINGREC
                       AT END
               CLOSE INDBETALINGFILE
               CLOSE KONTOOPLFILE
               CLOSE TRANSAKTIONFILE
               PERFORM REGISTRER-TRANSAKTIONER
               IF WS-NKT-FIL-AABEN
                   CLOSE NEMKONTOFILE
               END-IF
               IF WS-AFS-FIL-AABEN
                   CLOSE AFSKRIVNINGFILE
               END-IF
      *        Completed load consumes the intake, same discipline
      *        as the posting run's Transaktioner.txt.
               OPEN OUTPUT INDBETALINGFILE
           END-IF.

           BEHANDL-EN-BETALING.
           IF IB-ER-CPR-ADRESSERET AND WS-NKT-FIL-AABEN
               PERFORM ROUT-TIL-NEMKONTO
           END-IF.
           IF WS-AFS-FIL-AABEN
               PERFORM KONTROLLER-AFSKREVET
           END-IF.
           IF IB-BELOB > ZEROES
               PERFORM ANVEND-BETALING
           END-IF.

           ANVEND-BETALING.
           MOVE "N" TO WS-KAN-POSTES.
           CALL "KONTONRVALIDER" USING
               IB-KONTONUMMER
           MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE IB-TEKST TO TP-TEKST IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.
           ADD 1 TO WS-CTL-POSTERET.

      *    The CPR address is replaced by the designated account,
      *    which then passes the same checks as a quoted one.
           ROUT-TIL-NEMKONTO.
           MOVE IB-ADR-CPR TO NKT-CPR.
           READ NEMKONTOFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NKT-ER-AKTIV
                       MOVE NKT-KONTONUMMER TO IB-KONTONUMMER
                       ADD 1 TO WS-CTL-NEMKONTO
                   END-IF
           END-READ.

      *    Only what is still written off is a recovery; the rest of
      *    the payment carries on as an ordinary one.
           KONTROLLER-AFSKREVET.
           MOVE IB-KONTONUMMER TO AFS-KONTONUMMER.
           READ AFSKRIVNINGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AFS-ER-AFSKREVET
                       AND AFS-INDGAAET < AFS-BELOB
                       COMPUTE WS-AFS-REST =
                           AFS-BELOB - AFS-INDGAAET
                       IF IB-BELOB > WS-AFS-REST
                           MOVE WS-AFS-REST TO WS-INDGANG-BELOB
                       ELSE
                           MOVE IB-BELOB TO WS-INDGANG-BELOB
                       END-IF
                       PERFORM REGISTRER-INDGANG
                       SUBTRACT WS-INDGANG-BELOB FROM IB-BELOB
                   END-IF
           END-READ.

           REGISTRER-INDGANG.
           ADD WS-INDGANG-BELOB TO AFS-INDGAAET.
           ADD 1 TO AFS-INDGANGE.
           MOVE WS-DAGS-DATO TO AFS-SIDSTE-INDGANG.
           REWRITE AFSKRIVNINGREC.
           ADD 1 TO WS-CTL-INDGANGE.
           PERFORM SKRIV-INDGANGSBILAG.
           OPEN EXTEND INDGANGOUT.
           IF WS-AIG-STATUS = "35"
               OPEN OUTPUT INDGANGOUT
           END-IF.
           MOVE WS-INDGANG-BELOB TO WS-BELOB-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-DAGS-DATO " " AFS-KONTONUMMER " "
               AFS-KUNDE-ID " " WS-BELOB-ED " " AFS-VALUTA
               " BILAG " WS-NAESTE-GLB-NR " " IB-TEKST
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO INDGANGLINE.
           WRITE INDGANGLINE.
           CLOSE INDGANGOUT.

           SKRIV-INDGANGSBILAG.
           MOVE 1 TO WS-NAESTE-GLB-NR.
           OPEN INPUT GLBILAGNRFILE.
           IF WS-GBN-STATUS = "00"
               READ GLBILAGNRFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-NAESTE-GLB-NR = GLBILAGNRREC + 1
               END-READ
               CLOSE GLBILAGNRFILE
           END-IF.
           OPEN OUTPUT GLBILAGNRFILE.
           MOVE WS-NAESTE-GLB-NR TO GLBILAGNRREC.
           WRITE GLBILAGNRREC.
           CLOSE GLBILAGNRFILE.

           OPEN I-O GLBILAGFILE.
           IF WS-GLB-STATUS NOT = "00"
               OPEN OUTPUT GLBILAGFILE
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               STRING "Open GLBilag.txt failed, status "
                   WS-GLB-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO GLBILAGREC.
           MOVE WS-NAESTE-GLB-NR TO GLB-NR.
           MOVE "G" TO GLB-STATUS.
           MOVE AFS-VALUTA TO GLB-VALUTA.
           STRING "INDGANG PAA AFSKREVET " AFS-KONTONUMMER
               DELIMITED BY SIZE INTO GLB-BEGRUNDELSE.
           MOVE WS-EGEN-BRUGER TO GLB-OPRETTET-AF.
           MOVE WS-DAGS-DATO TO GLB-OPRETTET-DATO.
           MOVE WS-DAGS-DATO TO GLB-BOGF-DATO.
           MOVE WS-EGEN-BRUGER TO GLB-GODKENDT-AF.
           MOVE WS-DAGS-DATO TO GLB-GODKENDT-DATO.
           MOVE ZEROES TO GLB-BOGFOERT-DATO.
           MOVE 2 TO GLB-ANTAL-LINJER.
           MOVE WS-KASSE-KONTO TO GLB-KONTO(1).
           MOVE "D" TO GLB-SIDE(1).
           MOVE WS-INDGANG-BELOB TO GLB-BELOB(1).
           MOVE WS-INDGANG-KONTO TO GLB-KONTO(2).
           MOVE "K" TO GLB-SIDE(2).
           MOVE WS-INDGANG-BELOB TO GLB-BELOB(2).
           WRITE GLBILAGREC.
           CLOSE GLBILAGFILE.

      *    The money lands on the suspense ledger, never on the
      *    floor - with the next number off the counter file.
           PARKER-PAA-AFKLARING.
           MOVE IB-KONTONUMMER TO AFK-KONTONUMMER.
           MOVE IB-BELOB TO AFK-BELOB.
           MOVE IB-TEKST TO AFK-TEKST.
           MOVE ZEROES TO AFK-FRIGIVET-DATO.
           WRITE AFKLARINGREC.
           CLOSE AFKLARINGFILE.

           DISPLAY "INDBETALINGER LAEST:     " WS-CTL-LAEST.
           DISPLAY "POSTERET TIL INTAKE:     " WS-CTL-POSTERET.
           DISPLAY "PARKERET PAA AFKLARING:  " WS-CTL-PARKERET.
           DISPLAY "INDGANG PAA AFSKREVNE:   " WS-CTL-INDGANGE.
           DISPLAY "ROUTET VIA NEMKONTO:     " WS-CTL-NEMKONTO.
           DISPLAY "AABNE AFKLARINGSPOSTER:  "
               WS-CTL-AABNE-POSTER.
           DISPLAY "----------------------------------------".
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-LAEST TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-POSTERET + WS-CTL-INDGANGE.
           MOVE WS-CTL-PARKERET TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
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
           MOVE "OPGAVE61" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
