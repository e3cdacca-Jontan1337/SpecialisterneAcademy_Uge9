      *    terminals, which can drop files for us but cannot read
      *    the indexed masters. Each fixed-format line in
      *    FilialForespoergsler.txt carries a request reference, a
      *    type, a key and the branch operator who asked:
      *
      *      type K - balance inquiry by KONTONUMMER
      *      type U - customer lookup by KUNDE-ID
      *    FilialSvar.txt carrying the same reference and a clear
      *    FUNDET/IKKE FUNDET status, straight off the indexed
      *    keys - the phone call to have someone run Opgave23 on
      *    the branch's behalf stops here. Every request is written
      *    to the ADGANGSLOG access log under the operator on the
      *    line - "FILIAL" when a terminal leaves it blank - the
      *    same as a lookup on the inquiry screens.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                  88 FF-ER-KONTO           VALUE "K".
                  88 FF-ER-KUNDE           VALUE "U".
               02 FF-NOEGLE                PIC X(20).
               02 FF-OPERATOER             PIC X(8).

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
           01 WS-FULDENAVN                 PIC X(41) VALUE SPACES.
           01 WS-SVAR-LINE                 PIC X(100) VALUE SPACES.

           01 WS-ADGANG-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-ADGANG-KUNDE-ID           PIC X(10) VALUE SPACES.
           01 WS-ADGANG-KONTONUMMER        PIC X(20) VALUE SPACES.
           01 WS-ADGANG-RESULT             PIC X(1) VALUE SPACES.

           01 WS-CTL-FORESPOERGSLER        PIC 9(5) VALUE ZEROES.
           01 WS-CTL-FUNDET                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-IKKE-FUNDET           PIC 9(5) VALUE ZEROES.
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           MOVE SPACES TO WS-ADGANG-KUNDE-ID.
           MOVE FF-NOEGLE TO WS-ADGANG-KONTONUMMER.
           IF WS-RECORD-FUNDET
               MOVE KUNDE-ID IN KONTOOPLREC TO WS-ADGANG-KUNDE-ID
               MOVE KONTONUMMER IN KONTOOPLREC
                   TO WS-ADGANG-KONTONUMMER
           END-IF.
           PERFORM LOG-ADGANG.
           MOVE SPACES TO WS-SVAR-LINE.
           IF WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-FUNDET
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           MOVE FF-NOEGLE(1:10) TO WS-ADGANG-KUNDE-ID.
           MOVE SPACES TO WS-ADGANG-KONTONUMMER.
           PERFORM LOG-ADGANG.
           MOVE SPACES TO WS-SVAR-LINE.
           IF WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-FUNDET
           END-IF.
           PERFORM SKRIV-SVARLINJE.

      *    A renumbered account is logged under the number it
      *    resolved to, so the weekly report finds its owner.
           LOG-ADGANG.
           MOVE FF-OPERATOER TO WS-ADGANG-OPERATOER.
           IF WS-ADGANG-OPERATOER = SPACES
               MOVE "FILIAL" TO WS-ADGANG-OPERATOER
           END-IF.
           CALL "ADGANGSLOG" USING WS-STAT-PROGRAM
               WS-ADGANG-OPERATOER WS-ADGANG-KUNDE-ID
               WS-ADGANG-KONTONUMMER WS-ADGANG-RESULT.

           SKRIV-SVARLINJE.
           MOVE WS-SVAR-LINE TO FILIALSVARLINE.
           WRITE FILIALSVARLINE.
