      *    VentendeRapport.txt lists what is still waiting and
      *    when it falls due, so the branches' paper tray of
      *    post-dated slips is finally empty.
      *
      *    The warehouse is checked against its handoff control on
      *    Kontroltotaler.txt (KONTROLTOTAL) before anything is
      *    released - a mismatch stops the run with RC 20 - and
      *    the released postings and the copied-back warehouse are
      *    registered for the steps that read them next.

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
           01 WS-KTL-ANTAL-ED              PIC Z(8)9 VALUE ZEROES.
           01 WS-KTL-BELOB-ED              PIC -(12)9.99 VALUE ZEROES.
      *    HANDOFF CONTROL END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           PERFORM FRIGIV-MODNE-TRANSAKTIONER.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.

           PERFORM KONTROLLER-VENTENDE.
           OPEN INPUT VENTENDEFILE.
           IF WS-VEN-STATUS NOT = "00"
               DISPLAY "Ingen VentendeTransaktioner.txt - intet "

           CLOSE VENTENDEFILE.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.
           CLOSE VENTENDEARBEJDSFILE.
           CLOSE VENTENDERAPPORTOUT.
           PERFORM KOPIER-VENTENDE-TILBAGE.
               ADD 1 TO WS-CTL-FRIGIVET
               MOVE VENTENDEREC TO TRANSAKTIONREC
               WRITE TRANSAKTIONREC
               PERFORM TAEL-TRANSAKTION
           ELSE
               ADD 1 TO WS-CTL-FORTSAT-VENTENDE
               MOVE VENTENDEREC TO VENTENDEARBEJDSREC
                   NOT AT END
                       MOVE VENTENDEARBEJDSREC TO VENTENDEREC
                       WRITE VENTENDEREC
                       PERFORM TAEL-VENTENDE
               END-READ
           END-PERFORM.
           CLOSE VENTENDEARBEJDSFILE.
           CLOSE VENTENDEFILE.
           PERFORM REGISTRER-VENTENDE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE51: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    The warehouse is checked against the control Opgave21
      *    and this run's last copy-over left for it before a
      *    single posting is released.
           KONTROLLER-VENTENDE.
           MOVE "VentendeTransaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "V" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               PERFORM AFVIS-KONTROLTOTAL
           END-IF.

      *    What survives the copy-over is the warehouse's new
      *    control.
           TAEL-VENTENDE.
           MOVE "VentendeTransaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE VENTENDEREC TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-VENTENDE.
           MOVE "VentendeTransaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAVE51" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "E" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for "
                   "VentendeTransaktioner.txt kunne ikke registreres"
           END-IF.

      *    Every released posting is added to the intake's
      *    control, for the posting run to check.
           TAEL-TRANSAKTION.
           MOVE "Transaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE TRANSAKTIONREC TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-TRANSAKTIONER.
           MOVE "Transaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAVE51" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for "
                   "Transaktioner.txt kunne ikke registreres"
           END-IF.

      *    A working file that does not add up to its handoff
      *    control stops the run before anything is processed:
      *    RC 20 to the chain and status "KT" on the morning page.
           AFVIS-KONTROLTOTAL.
           DISPLAY "OPGAVE51: Kontroltotal afviger for "
               KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE KTL-ANTAL OF WS-KTL-FORVENTET TO WS-KTL-ANTAL-ED.
           MOVE KTL-BELOB-SUM OF WS-KTL-FORVENTET TO WS-KTL-BELOB-ED.
           DISPLAY "  FORVENTET: " WS-KTL-ANTAL-ED " POSTER  BELOB "
               WS-KTL-BELOB-ED "  NOEGLE "
               KTL-NOEGLE-SUM OF WS-KTL-FORVENTET.
           MOVE KTL-ANTAL OF WS-KTL-KONTROL TO WS-KTL-ANTAL-ED.
           MOVE KTL-BELOB-SUM OF WS-KTL-KONTROL TO WS-KTL-BELOB-ED.
           DISPLAY "  FUNDET:    " WS-KTL-ANTAL-ED " POSTER  BELOB "
               WS-KTL-BELOB-ED "  NOEGLE "
               KTL-NOEGLE-SUM OF WS-KTL-KONTROL.
           DISPLAY "  SIDST REGISTRERET AF "
               KTL-PROGRAM OF WS-KTL-FORVENTET " "
               KTL-DATO OF WS-KTL-FORVENTET.
           MOVE "KT" TO WS-STAT-STATUS.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
