           01 WS-LOG-NY                    PIC 9(7)V99 VALUE ZEROES.
           01 WS-LOG-TEKST                 PIC X(30) VALUE SPACES.
           01 WS-LOG-REFERENCE             PIC 9(9) VALUE ZEROES.
           01 WS-THX-FUNKTION              PIC X(1) VALUE "S".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-REF-RESULT                PIC X(1) VALUE SPACES.
           01 WS-HIST-DATE                 PIC 9(6) VALUE ZEROES.
           01 WS-HIST-DATE-ED              PIC 99/99/99 VALUE ZEROES.
           01 WS-GODKEND-OPERATOER         PIC X(8) VALUE SPACES.
           01 WS-GODKEND-RESULT            PIC X(1) VALUE SPACES.

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
      *    The nightly chain takes a run lock; no interactive
      *    session touches the live files while it is held.
           MOVE WS-HISTORIK-REC TO TRANSHISTORIKLINE.
           WRITE TRANSHISTORIKLINE.
           CLOSE TRANSHISTORIKFILE.
           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           IF WS-THX-RESULT NOT = "M"
               DISPLAY "ADVARSEL: TransHistorikIdx.txt ikke "
                   "opdateret for " TH-KONTONUMMER
           END-IF.

      *    The same line once more onto the day's delta, so the
      *    delta consumers see the settlement the way they see any
           MOVE WS-HISTORIK-REC TO DELTALINE.
           WRITE DELTALINE.
           CLOSE DELTAOUT.
           PERFORM TAEL-DELTA.
           PERFORM REGISTRER-DELTA.

      *    The Opgave21 delta-date rule: a settlement on a new
      *    business date starts a fresh delta and claims the date,
           IF DELTADATOREC NOT = WS-DAGS-DATO
               OPEN OUTPUT DELTAOUT
               CLOSE DELTAOUT
               PERFORM REGISTRER-TOM-DELTA
               OPEN OUTPUT DELTADATOFILE
               MOVE WS-DAGS-DATO TO DELTADATOREC
               WRITE DELTADATOREC
           DISPLAY "OPGAVE89: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    A fresh delta is registered empty.
           REGISTRER-TOM-DELTA.
           MOVE "PosteringsDelta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE ZEROES TO KTL-ANTAL OF WS-KTL-KONTROL.
           MOVE ZEROES TO KTL-BELOB-SUM OF WS-KTL-KONTROL.
           MOVE ZEROES TO KTL-NOEGLE-SUM OF WS-KTL-KONTROL.
           MOVE "OPGAVE89" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "E" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for "
                   "PosteringsDelta.txt kunne ikke registreres"
           END-IF.

      *    Every delta line is added to the delta's control, for
      *    the downstream steps to check.
           TAEL-DELTA.
           MOVE "PosteringsDelta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE DELTALINE TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-DELTA.
           MOVE "PosteringsDelta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAVE89" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for "
                   "PosteringsDelta.txt kunne ikke registreres"
           END-IF.
