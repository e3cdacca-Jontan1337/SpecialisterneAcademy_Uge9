      *    decision is written to KundeAendringLog.txt with BOTH
      *    identities, and an applied change that moves a balance
      *    is logged through AUDITLOG like every other
      *    balance-changing step. An applied change that gives the
      *    customer a new address lifts a returned-mail flag on
      *    Returpost.txt through RETURPOSTOPHAEV, as Opgave14 does.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               COPY "KUNDEOPL.cpy".

           FD AENDRINGLOGOUT.
           01 AENDRINGLOGLINE              PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-KAE-STATUS                PIC X(2).
           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-PROGRAM-NAME              PIC X(8) VALUE "OPGAVE37".
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.
           01 WS-NY-ADRESSE                PIC X(1) VALUE "N".
           01 WS-RETURPOST-RESULT          PIC X(1) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-LOG-LINE                  PIC X(120) VALUE SPACES.
           01 WS-BESLUTNING-TEKST          PIC X(8) VALUE SPACES.
           01 WS-LOEBENR-ED                PIC 9(9) VALUE ZEROES.

                           WS-OLD-BALANCE
                           BALANCE IN WS-PENDING-KUNDEOPL
                           WS-AUDIT-RESULT
                       MOVE "N" TO WS-NY-ADRESSE
                       IF ADDRESSE IN KUNDEOPLREC NOT =
                           ADDRESSE IN WS-PENDING-KUNDEOPL
                           MOVE "J" TO WS-NY-ADRESSE
                       END-IF
                       MOVE WS-PENDING-KUNDEOPL TO KUNDEOPLREC
                       REWRITE KUNDEOPLREC
                       DISPLAY "Kunde aendret."
                       IF WS-NY-ADRESSE = "J"
                           PERFORM OPHAEV-RETURPOST
                       END-IF
                   ELSE
                       DISPLAY "KUNDE-ID ikke fundet - intet "
                           "aendret."
                   END-IF
           END-EVALUATE.

           OPHAEV-RETURPOST.
           CALL "RETURPOSTOPHAEV" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-PROGRAM-NAME
               WS-RETURPOST-RESULT.
           IF WS-RETURPOST-RESULT = "M"
               DISPLAY "Ny adresse - returpost ophaevet."
           END-IF.

           LAES-KUNDEOPLREC-PAA-NOEGLE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE KUNDE-ID IN WS-PENDING-KUNDEOPL
