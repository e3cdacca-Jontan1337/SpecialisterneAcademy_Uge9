      *    The window's history lines are loaded into one table up
      *    front - one pass over the history, one over the intake -
      *    so the gate does not re-read the whole history per line.
      *
      *    Before the gate touches the intake it counts it against
      *    the handoff control on Kontroltotaler.txt (KONTROLTOTAL)
      *    and stops with RC 20 on a mismatch; a line appended by
      *    hand with its DubletFrigivet.txt release is excused. The
      *    cleaned intake written back is registered anew for
      *    Opgave21.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   03 WS-FRI-BELOB         PIC 9(7)V99.
                   03 WS-FRI-TEKST         PIC X(30).
                   03 WS-FRI-BRUGT         PIC X(1).
      *    "J" once the release has excused a line from the
      *    intake's control count.
                   03 WS-FRI-TALT          PIC X(1).
           01 WS-FRI-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-ER-FRIGIVET               PIC X(1) VALUE "N".

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
      *    "J" between a batch header and its trailer while the
      *    intake is counted.
           01 WS-KTL-I-BATCH               PIC X(1) VALUE "N".
      *    HANDOFF CONTROL END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           PERFORM KOER-DUBLETKONTROL.

           PERFORM LAES-VINDUE.
           PERFORM INDLAES-FRIGIVELSER.
           PERFORM KONTROLLER-INTAKE.
           PERFORM INDLAES-NYLIG-HISTORIK.
           PERFORM GENNEMGAA-INTAKE.
           PERFORM GEM-UBRUGTE-FRIGIVELSER.
                               TO WS-FRI-TEKST(WS-FRI-ANTAL)
                           MOVE "N" TO WS-FRI-BRUGT
                                       (WS-FRI-ANTAL)
                           MOVE "N" TO WS-FRI-TALT
                                       (WS-FRI-ANTAL)
                       END-IF
               END-READ
           END-PERFORM.
                   NOT AT END
                       MOVE RENSETREC TO TRANSAKTIONREC
                       WRITE TRANSAKTIONREC
                       PERFORM TAEL-TRANSAKTION
               END-READ
           END-PERFORM.
           CLOSE RENSETOUT.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.

           SKRIV-RAPPORT-OVERSKRIFT.
           MOVE SPACES TO WS-RAPPORT-LINE.
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.

      *    The intake must add up to what the programs that
      *    appended to it registered before the gate touches it.
      *    A line the operator appended by hand together with its
      *    release on DubletFrigivet.txt was never registered, so
      *    each unspent release excuses one matching loose line
      *    from the count.
           KONTROLLER-INTAKE.
           MOVE "Transaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "N" TO WS-KTL-I-BATCH.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT TRANSAKTIONFILE.
           IF WS-TRA-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ TRANSAKTIONFILE INTO TRANSAKTIONREC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM TAEL-INTAKELINJE
               END-READ
           END-PERFORM.
           IF WS-TRA-STATUS NOT = "35"
               CLOSE TRANSAKTIONFILE
           END-IF.
           MOVE "K" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               PERFORM AFVIS-KONTROLTOTAL
           END-IF.

           TAEL-INTAKELINJE.
           MOVE TRANSAKTIONREC TO WS-BATCH-REC.
           MOVE "N" TO WS-ER-FRIGIVET.
           EVALUATE TRUE
               WHEN WS-ER-BATCHHOVED
                   MOVE "J" TO WS-KTL-I-BATCH
               WHEN WS-ER-BATCHSLUT
                   MOVE "N" TO WS-KTL-I-BATCH
               WHEN WS-KTL-I-BATCH = "N"
                   PERFORM FIND-HAANDFRIGIVELSE
           END-EVALUATE.
           IF WS-ER-FRIGIVET = "N"
               MOVE TRANSAKTIONREC TO WS-KTL-LINJE
               MOVE "A" TO WS-KTL-FUNKTION
               CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION
                   WS-KTL-KONTROL WS-KTL-LINJE WS-KTL-FORVENTET
                   WS-KTL-RESULT
           END-IF.

           FIND-HAANDFRIGIVELSE.
           MOVE 1 TO WS-FRI-IX.
           PERFORM UNTIL WS-ER-FRIGIVET = "Y"
               OR WS-FRI-IX > WS-FRI-ANTAL
               IF WS-FRI-TALT(WS-FRI-IX) = "N"
                   AND WS-FRI-KONTONUMMER(WS-FRI-IX) =
                       TP-KONTONUMMER IN TRANSAKTIONREC
                   AND WS-FRI-TRANS-TYPE(WS-FRI-IX) =
                       TP-TRANS-TYPE IN TRANSAKTIONREC
                   AND WS-FRI-BELOB(WS-FRI-IX) =
                       TP-BELOB IN TRANSAKTIONREC
                   AND WS-FRI-TEKST(WS-FRI-IX) =
                       TP-TEKST IN TRANSAKTIONREC
                   MOVE "Y" TO WS-ER-FRIGIVET
                   MOVE "J" TO WS-FRI-TALT(WS-FRI-IX)
               ELSE
                   ADD 1 TO WS-FRI-IX
               END-IF
           END-PERFORM.

      *    The cleaned intake written back is the intake's new
      *    control, for Opgave21 to check.
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
           MOVE "OPGAVE64" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "E" TO WS-KTL-FUNKTION.
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
           DISPLAY "OPGAVE64: Kontroltotal afviger for "
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
