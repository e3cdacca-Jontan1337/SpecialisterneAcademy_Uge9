               COPY "DRIFTSLOG.cpy".

      *    One expected step per line: the program name and a
      *    period flag - D (or blank) every banking day, U only on
      *    the last banking day of the week, M only on the last
      *    banking day of the month, A only on the last banking
      *    day of the year. A skipped month-end now shows
      *    as MANGLER on the one morning it should have run,
      *    instead of every morning or never.
           FD FORVENTEDEFILE.
           01 WS-CTL-EXCEPTIONS            PIC 9(5) VALUE ZEROES.
           01 WS-CTL-MANGLER               PIC 9(5) VALUE ZEROES.

      *    Whether the report date closed the week, the month or
      *    the year, read off the Bankdage.txt calendar the same
      *    way UGEKONTROL and PERIODEKONTROL decide it for the
      *    chain.
           01 WS-ER-MAANEDSSLUT            PIC X(1) VALUE "N".
           01 WS-ER-AARSSLUT               PIC X(1) VALUE "N".
           01 WS-ER-UGESLUT                PIC X(1) VALUE "N".
           01 WS-ER-BANKDAG                PIC X(1) VALUE SPACES.
           01 WS-NAESTE-BANKDAG            PIC 9(8) VALUE ZEROES.
           01 WS-NAESTE-X REDEFINES WS-NAESTE-BANKDAG.
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.
           01 WS-SKUDAAR-REST              PIC 9(4) VALUE ZEROES.
           01 WS-SKUDAAR-KVOT              PIC 9(4) VALUE ZEROES.
      *    Day serial since 2000-01-01 and the Monday-based week
      *    number off it, the UGEKONTROL count.
           01 WS-SERIEL                    PIC 9(7) VALUE ZEROES.
           01 WS-SER-AAR2000               PIC 9(4) VALUE ZEROES.
           01 WS-SER-SKUDDAGE              PIC 9(4) VALUE ZEROES.
           01 WS-SER-KUMDAGE               PIC 9(3) VALUE ZEROES.
           01 WS-SER-REST                  PIC 9(4) VALUE ZEROES.
           01 WS-SER-KVOT                  PIC 9(7) VALUE ZEROES.
           01 WS-UGE-DATO                  PIC 9(7) VALUE ZEROES.
           01 WS-UGE-NAESTE                PIC 9(7) VALUE ZEROES.

           PROCEDURE DIVISION.
           PERFORM DAN-DRIFTSOVERSIGT.
               CLOSE FORVENTEDEFILE
           END-IF.

      *    A weekly step is only expected on the day that closed
      *    the week, a monthly one on the day that closed the
      *    month, a yearly one on the day that closed the year;
      *    everything else is expected every banking day.
           KONTROLLER-ET-TRIN.
           EVALUATE TRUE
               WHEN FVT-PERIODE = "U" AND WS-ER-UGESLUT = "N"
                   CONTINUE
               WHEN FVT-PERIODE = "M" AND WS-ER-MAANEDSSLUT = "N"
                   CONTINUE
               WHEN FVT-PERIODE = "A" AND WS-ER-AARSSLUT = "N"
                   CONTINUE
               WHEN OTHER
                   PERFORM KONTROLLER-TRIN-I-LOG
           END-EVALUATE.

           KONTROLLER-TRIN-I-LOG.
           MOVE "N" TO WS-SET-FUNDET.
                   MOVE "J" TO WS-ER-AARSSLUT
               END-IF
           END-IF.
           PERFORM BESTEM-UGESLUT.

      *    The week closes when the next banking day lies in a
      *    later Monday-to-Sunday week - the UGEKONTROL rule.
           BESTEM-UGESLUT.
           MOVE "N" TO WS-ER-UGESLUT.
           MOVE WS-RAPPORT-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           COMPUTE WS-UGE-DATO = (WS-SERIEL + 4) / 7.
           MOVE WS-NAESTE-BANKDAG TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           COMPUTE WS-UGE-NAESTE = (WS-SERIEL + 4) / 7.
           IF WS-UGE-NAESTE > WS-UGE-DATO
               MOVE "J" TO WS-ER-UGESLUT
           END-IF.

           BEREGN-SERIEL.
           COMPUTE WS-SER-AAR2000 = WS-RUL-AAR - 2000.
           COMPUTE WS-SER-SKUDDAGE = (WS-SER-AAR2000 + 3) / 4.
           EVALUATE WS-RUL-MAANED
               WHEN 01 MOVE 0 TO WS-SER-KUMDAGE
               WHEN 02 MOVE 31 TO WS-SER-KUMDAGE
               WHEN 03 MOVE 59 TO WS-SER-KUMDAGE
               WHEN 04 MOVE 90 TO WS-SER-KUMDAGE
               WHEN 05 MOVE 120 TO WS-SER-KUMDAGE
               WHEN 06 MOVE 151 TO WS-SER-KUMDAGE
               WHEN 07 MOVE 181 TO WS-SER-KUMDAGE
               WHEN 08 MOVE 212 TO WS-SER-KUMDAGE
               WHEN 09 MOVE 243 TO WS-SER-KUMDAGE
               WHEN 10 MOVE 273 TO WS-SER-KUMDAGE
               WHEN 11 MOVE 304 TO WS-SER-KUMDAGE
               WHEN OTHER MOVE 334 TO WS-SER-KUMDAGE
           END-EVALUATE.
           DIVIDE WS-SER-AAR2000 BY 4 GIVING WS-SER-KVOT
               REMAINDER WS-SER-REST.
           IF WS-SER-REST = ZEROES AND WS-RUL-MAANED > 2
               ADD 1 TO WS-SER-KUMDAGE
           END-IF.
           COMPUTE WS-SERIEL =
               WS-SER-AAR2000 * 365 + WS-SER-SKUDDAGE
               + WS-SER-KUMDAGE + WS-RUL-DAG.

           LAEG-EN-DAG-TIL.
           PERFORM BEREGN-DAGE-I-MAANED.
