      *    All three copies come off the same pass over the same
      *    master, so the four reports are guaranteed to describe
      *    the identical point-in-time file.
      *    Each copy's count, balance total and KUNDE-ID hash go
      *    on Kontroltotaler.txt (KONTROLTOTAL), and the reports
      *    check their copy against it before reading.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WS-STAT-RESULT               PIC X(1) VALUE SPACES.
      *    CENTRAL RUN STATISTICS END

           01 WS-END-OF-SORT               PIC 9(1) VALUE ZEROES.

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
           PERFORM DAN-SORTEREDE-EKSTRAKTER.
               WS-STAT-RESULT.

      *    Three SORT passes, each straight from the master to its
      *    working copy - the master is the only thing read, and
      *    nothing downstream re-sorts. Each copy is written by its
      *    own output procedure, which counts what it writes into
      *    the copy's handoff control (KONTROLTOTAL) for the
      *    reports to check.
           DAN-SORTEREDE-EKSTRAKTER.
           SORT EKSTRAKTSORT
               ON ASCENDING KEY VALUTAKODE OF EKSTRAKTSORTREC
               ON DESCENDING KEY BALANCE OF EKSTRAKTSORTREC
               USING KUNDEOPLFILEIN
               OUTPUT PROCEDURE IS SKRIV-VALUTAEKSTRAKT.

           SORT EKSTRAKTSORT
               ON ASCENDING KEY EFTERNAVN OF EKSTRAKTSORTREC
               ON ASCENDING KEY FORNAVN OF EKSTRAKTSORTREC
               USING KUNDEOPLFILEIN
               OUTPUT PROCEDURE IS SKRIV-NAVNEEKSTRAKT.

           SORT EKSTRAKTSORT
               ON ASCENDING KEY KUNDE-ID OF EKSTRAKTSORTREC
               USING KUNDEOPLFILEIN
               OUTPUT PROCEDURE IS SKRIV-IDEKSTRAKT.

           DISPLAY "OPGAVE53 - SORTEREDE EKSTRAKTER SKREVET".

           SKRIV-VALUTAEKSTRAKT.
           OPEN OUTPUT VALUTASORTOUT.
           MOVE "KundeSortValuta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE ZEROES TO WS-END-OF-SORT.
           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN EKSTRAKTSORT INTO VALUTASORTUDREC
                   AT END
                       MOVE 1 TO WS-END-OF-SORT
                   NOT AT END
                       WRITE VALUTASORTUDREC
                       MOVE VALUTASORTUDREC TO WS-KTL-LINJE
                       PERFORM TAEL-EKSTRAKT
               END-RETURN
           END-PERFORM.
           CLOSE VALUTASORTOUT.
           PERFORM REGISTRER-EKSTRAKT.

           SKRIV-NAVNEEKSTRAKT.
           OPEN OUTPUT NAVNESORTOUT.
           MOVE "KundeSortNavn.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE ZEROES TO WS-END-OF-SORT.
           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN EKSTRAKTSORT INTO NAVNESORTUDREC
                   AT END
                       MOVE 1 TO WS-END-OF-SORT
                   NOT AT END
                       WRITE NAVNESORTUDREC
                       MOVE NAVNESORTUDREC TO WS-KTL-LINJE
                       PERFORM TAEL-EKSTRAKT
               END-RETURN
           END-PERFORM.
           CLOSE NAVNESORTOUT.
           PERFORM REGISTRER-EKSTRAKT.

           SKRIV-IDEKSTRAKT.
           OPEN OUTPUT IDSORTOUT.
           MOVE "KundeSortId.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE ZEROES TO WS-END-OF-SORT.
           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN EKSTRAKTSORT INTO IDSORTUDREC
                   AT END
                       MOVE 1 TO WS-END-OF-SORT
                   NOT AT END
                       WRITE IDSORTUDREC
                       MOVE IDSORTUDREC TO WS-KTL-LINJE
                       PERFORM TAEL-EKSTRAKT
               END-RETURN
           END-PERFORM.
           CLOSE IDSORTOUT.
           PERFORM REGISTRER-EKSTRAKT.

           TAEL-EKSTRAKT.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

      *    Each copy is written whole, so its count replaces the
      *    control.
           REGISTRER-EKSTRAKT.
           MOVE "OPGAVE53" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "E" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for "
                   KTL-FILNAVN OF WS-KTL-KONTROL
                   " kunne ikke registreres"
           END-IF.
