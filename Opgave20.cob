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
           PERFORM PRODUCE-TOPBALANCERAPPORT.
           PERFORM PRINT-SORTED-RECORDS.

           PRINT-SORTED-RECORDS.
           PERFORM KONTROLLER-SORTERING.
           OPEN INPUT VALUTASORTIN.
           IF WS-SRT-STATUS NOT = "00"
               STRING "Open KundeSortValuta.txt failed, status "
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.

      *    KundeSortValuta.txt is checked against the control
      *    Opgave53 left for it before it is read.
           KONTROLLER-SORTERING.
           MOVE "KundeSortValuta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "V" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               PERFORM AFVIS-KONTROLTOTAL
           END-IF.

      *    A working file that does not add up to its handoff
      *    control stops the run before anything is processed:
      *    RC 20 to the chain and status "KT" on the morning page.
           AFVIS-KONTROLTOTAL.
           DISPLAY "OPGAVE20: Kontroltotal afviger for "
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
