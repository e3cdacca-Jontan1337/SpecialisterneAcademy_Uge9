           IDENTIFICATION DIVISION.
           PROGRAM-ID. UGEKONTROL.

      *    Week gate for the batch chain, the PERIODEKONTROL shape:
      *    the business date comes in on stdin and the answer goes
      *    out as the return code -
      *
      *      0 - an ordinary banking day
      *      4 - the LAST banking day of the week
      *
      *    decided by rolling to the next banking day through
      *    BANKDAGOPSLAG over the Bankdage.txt calendar: when the
      *    next banking day lies in a later Monday-to-Sunday week,
      *    this one closes the week - a Friday normally, a Thursday
      *    before Good Friday. KOERSELSSTYRING.sh starts the weekly
      *    steps off this code.

           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-DATO                      PIC 9(8) VALUE ZEROES.
           01 WS-ER-BANKDAG                PIC X(1) VALUE SPACES.
           01 WS-NAESTE-BANKDAG            PIC 9(8) VALUE ZEROES.
           01 WS-RUL-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-RUL-DATO-X REDEFINES WS-RUL-DATO.
               02 WS-RUL-AAR               PIC 9(4).
               02 WS-RUL-MAANED            PIC 9(2).
               02 WS-RUL-DAG               PIC 9(2).
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.

      *    Day serial since 2000-01-01 (= serial 1, a Saturday),
      *    the BANKDAGOPSLAG count; serial + 4 divided by 7 numbers
      *    the weeks from Monday 2000-01-03.
           01 WS-SERIEL                    PIC 9(7) VALUE ZEROES.
           01 WS-SER-AAR2000               PIC 9(4) VALUE ZEROES.
           01 WS-SER-SKUDDAGE              PIC 9(4) VALUE ZEROES.
           01 WS-SER-KUMDAGE               PIC 9(3) VALUE ZEROES.
           01 WS-SER-REST                  PIC 9(4) VALUE ZEROES.
           01 WS-SER-KVOT                  PIC 9(7) VALUE ZEROES.
           01 WS-UGE-DATO                  PIC 9(7) VALUE ZEROES.
           01 WS-UGE-NAESTE                PIC 9(7) VALUE ZEROES.

           PROCEDURE DIVISION.
           ACCEPT WS-DATO.
           MOVE ZEROES TO RETURN-CODE.

      *    A non-banking day closes nothing; the chain did not run.
           CALL "BANKDAGOPSLAG" USING WS-DATO
               WS-ER-BANKDAG WS-NAESTE-BANKDAG.
           IF WS-ER-BANKDAG = "J"
               PERFORM BEDOEM-UGESLUT
           END-IF.
           STOP RUN.

           BEDOEM-UGESLUT.
           MOVE WS-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           COMPUTE WS-UGE-DATO = (WS-SERIEL + 4) / 7.
           PERFORM LAEG-EN-DAG-TIL.
           CALL "BANKDAGOPSLAG" USING WS-RUL-DATO
               WS-ER-BANKDAG WS-NAESTE-BANKDAG.
           MOVE WS-NAESTE-BANKDAG TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           COMPUTE WS-UGE-NAESTE = (WS-SERIEL + 4) / 7.
           IF WS-UGE-NAESTE > WS-UGE-DATO
               MOVE 4 TO RETURN-CODE
               DISPLAY "UGEKONTROL: " WS-DATO
                   " er sidste bankdag i ugen"
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
           ADD 1 TO WS-RUL-DAG.
           IF WS-RUL-DAG > WS-DAGE-I-MAANED
               MOVE 1 TO WS-RUL-DAG
               ADD 1 TO WS-RUL-MAANED
               IF WS-RUL-MAANED > 12
                   MOVE 1 TO WS-RUL-MAANED
                   ADD 1 TO WS-RUL-AAR
               END-IF
           END-IF.

           BEREGN-DAGE-I-MAANED.
           EVALUATE WS-RUL-MAANED
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAGE-I-MAANED
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAGE-I-MAANED
               WHEN OTHER
                   DIVIDE WS-RUL-AAR BY 4 GIVING WS-SER-KVOT
                       REMAINDER WS-SER-REST
                   IF WS-SER-REST = ZEROES
                       MOVE 29 TO WS-DAGE-I-MAANED
                   ELSE
                       MOVE 28 TO WS-DAGE-I-MAANED
                   END-IF
           END-EVALUATE.
