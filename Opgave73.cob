
           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".
           01 WS-THX-FUNKTION              PIC X(1) VALUE "O".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-LINJE-BELOB               PIC 9(7)V99 VALUE ZEROES.
           01 WS-LINJE-AAR2                PIC 9(2) VALUE ZEROES.

           END-PERFORM.
           CLOSE BEHOLDOUT.
           CLOSE TRANSHISTORIKFILE.
      *    The history was rewritten in place, so its index is
      *    rebuilt from it to stay in step.
           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           IF WS-THX-RESULT NOT = "M"
               DISPLAY "ADVARSEL: TransHistorikIdx.txt kunne ikke "
                   "genopbygges"
           END-IF.

           SKRIV-KOERSELSOVERSIGT.
           MOVE WS-CTL-ARKIV-SUM TO WS-CTL-ARKIV-SUM-ED.
