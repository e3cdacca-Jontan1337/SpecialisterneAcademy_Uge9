      *    fee lands in TransaktionsHistorik.txt through Opgave21's
      *    normal debit path instead of being invoiced from a
      *    spreadsheet on the side. A fee register of what was
      *    assessed is appended to GebyrRegister.txt, one block per
      *    run headed by the run date, so the year's fees are there
      *    for the Opgave107 year-end aarsopgoerelse.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
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
           PERFORM OPKRAEV-KONTOGEBYRER.
               PERFORM ABEND-RUN
           END-IF.

      *    The register keeps the year: each run appends its own
      *    dated block, which the Opgave107 aarsopgoerelse totals.
           OPEN EXTEND GEBYRREGISTEROUT.
           IF WS-GRO-STATUS = "35"
               OPEN OUTPUT GEBYRREGISTEROUT
           END-IF.
           IF WS-GRO-STATUS NOT = "00"
               STRING "Open GebyrRegister.txt failed, status "
                   WS-GRO-STATUS DELIMITED BY SIZE
           PERFORM WRITE-FRITAGELSE-TOTAL.
           CLOSE KONTOOPLFILE.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.
           CLOSE GEBYRREGISTEROUT.
           CLOSE FRITAGELSERAPPORTOUT.
           IF WS-FRI-FIL-AABEN
           MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE "Kontogebyr" TO TP-TEKST IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.

           WRITE-REGISTER-HEADING.
           MOVE SPACES TO WS-RAPPORT-LINE.
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
           MOVE "OPGAVE26" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
