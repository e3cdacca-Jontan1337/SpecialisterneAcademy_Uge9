      *    the status is set here from the terminal - Opgave11 menu
      *    shape - and from then on the interest run skips them,
      *    the letter run keeps quiet, and the posting run holds
      *    their accounts' postings for estate approval. A death
      *    also cancels the customer's NemKonto designation through
      *    NEMKONTOOPHOER, for the Opgave99 registry report. Every
      *    status change is logged through AUDITLOG.
      *
      *    The F function works the deaths the Opgave127 intake
      *    matched on CPR number against the registry's
      *    notifications (StatusForslag.txt, STATUSFORSLAG.cpy):
      *    each pending proposal is shown, and a confirmed one
      *    sets the status exactly as S would; a rejected one is
      *    marked so and left for the trail.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMG-NOEGLE OF FULDMAGTREC
               FILE STATUS IS WS-FMG-STATUS.
           SELECT STATUSFORSLAGFILE ASSIGN TO "StatusForslag.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFO-KUNDE-ID OF STATUSFORSLAGREC
               FILE STATUS IS WS-SFO-STATUS.

           DATA DIVISION.
           FILE SECTION.
           01 FULDMAGTREC.
               COPY "FULDMAGT.cpy".

           FD STATUSFORSLAGFILE.
           01 STATUSFORSLAGREC.
               COPY "STATUSFORSLAG.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KST-STATUS                PIC X(2).
           01 WS-FMG-STATUS                PIC X(2).
           01 WS-SFO-STATUS                PIC X(2).
           01 WS-END-OF-FMG                PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-SFO                PIC 9(1) VALUE ZEROES.
           01 WS-CTL-AFVENTER              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-OPHAEVET              PIC 9(3) VALUE ZEROES.
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-SAET              VALUE "S".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-FORSLAG           VALUE "F".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-KUNDE-ID                  PIC X(10) VALUE SPACES.
           01 WS-PROGRAM-NAME              PIC X(8) VALUE "OPGAVE42".
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.
           01 WS-NUL-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NUL-BALANCE-NY            PIC S9(7)V99 VALUE ZEROES.

           01 WS-INGEN-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-NKT-AARSAG                PIC X(1) VALUE "D".
           01 WS-NKT-RESULT                PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE42".
                       PERFORM SAET-STATUS
                   WHEN WS-VALG-VIS
                       PERFORM VIS-STATUS
                   WHEN WS-VALG-FORSLAG
                       PERFORM BEHANDL-FORSLAG
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
           DISPLAY "KUNDE LIVSCYKLUS-STATUS".
           DISPLAY "S - Saet status (A=aktiv D=afdoed B=bo)".
           DISPLAY "V - Vis status".
           DISPLAY "F - Doedsfald fra CPR-registret (forslag)".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.
           CLOSE KUNDESTATUSFILE.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME
               WS-KUNDE-ID
               WS-NUL-BALANCE WS-NUL-BALANCE-NY
               WS-AUDIT-RESULT.
           DISPLAY "Status sat.".
           IF WS-NY-STATUS = "D"
               PERFORM OPHAEV-GIVERENS-FULDMAGTER
               CALL "NEMKONTOOPHOER" USING WS-KUNDE-ID
                   WS-INGEN-KONTONUMMER WS-NKT-AARSAG
                   WS-SIGNON-OPERATOER WS-NKT-RESULT
               IF WS-NKT-RESULT = "M"
                   DISPLAY "NemKonto ophoert."
               END-IF
           END-IF.

      *    Every fuldmagt the deceased had granted is marked
               END-IF
           END-IF.

      *    The pending proposals are listed, then taken one at a
      *    time by KUNDE-ID until the operator leaves it blank.
           BEHANDL-FORSLAG.
           PERFORM LIST-FORSLAG.
           IF WS-CTL-AFVENTER > ZEROES
               MOVE "X" TO WS-KUNDE-ID
               PERFORM UNTIL WS-KUNDE-ID = SPACES
                   DISPLAY "KUNDE-ID (blank = tilbage): "
                       WITH NO ADVANCING
                   ACCEPT WS-KUNDE-ID
                   IF WS-KUNDE-ID NOT = SPACES
                       PERFORM AFGOER-ET-FORSLAG
                   END-IF
               END-PERFORM
           END-IF.

           LIST-FORSLAG.
           MOVE ZEROES TO WS-CTL-AFVENTER.
           MOVE ZEROES TO WS-END-OF-SFO.
           OPEN INPUT STATUSFORSLAGFILE.
           IF WS-SFO-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-SFO
           END-IF.
           PERFORM UNTIL WS-END-OF-SFO = 1
               READ STATUSFORSLAGFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-SFO
                   NOT AT END
                       IF SFO-AFVENTER
                           ADD 1 TO WS-CTL-AFVENTER
                           DISPLAY SFO-KUNDE-ID " CPR "
                               SFO-CPR-NUMMER " DOED "
                               SFO-DOEDSDATO " MODTAGET "
                               SFO-MODTAGET-DATO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SFO-STATUS NOT = "35"
               CLOSE STATUSFORSLAGFILE
           END-IF.
           DISPLAY "Afventende forslag: " WS-CTL-AFVENTER.

           AFGOER-ET-FORSLAG.
           OPEN I-O STATUSFORSLAGFILE.
           IF WS-SFO-STATUS NOT = "00"
               STRING "Open StatusForslag.txt failed, status "
                   WS-SFO-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-KUNDE-ID TO SFO-KUNDE-ID.
           READ STATUSFORSLAGFILE
               INVALID KEY
                   DISPLAY "Intet forslag for kunden."
               NOT INVALID KEY
                   IF NOT SFO-AFVENTER
                       DISPLAY "Forslaget er allerede behandlet."
                   ELSE
                       DISPLAY "Registret melder kunden doed "
                           SFO-DOEDSDATO " (CPR " SFO-CPR-NUMMER ")"
                       DISPLAY "Godkend (J), afvis (A), "
                           "spring over (N): " WITH NO ADVANCING
                       ACCEPT WS-BEKRAEFT
                       EVALUATE WS-BEKRAEFT
                           WHEN "J"
                           WHEN "j"
                               MOVE SFO-NY-STATUS TO WS-NY-STATUS
                               PERFORM OPDATER-STATUSRECORD
                               MOVE "G" TO SFO-STATUS
                               PERFORM MARKER-FORSLAG
                           WHEN "A"
                           WHEN "a"
                               MOVE "A" TO SFO-STATUS
                               PERFORM MARKER-FORSLAG
                               DISPLAY "Forslag afvist."
                           WHEN OTHER
                               DISPLAY "Sprunget over."
                       END-EVALUATE
                   END-IF
           END-READ.
           CLOSE STATUSFORSLAGFILE.

           MARKER-FORSLAG.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           MOVE WS-DAGS-DATO TO SFO-BEHANDLET-DATO.
           MOVE WS-SIGNON-OPERATOER TO SFO-OPERATOER.
           REWRITE STATUSFORSLAGREC.

           VIS-STATUS.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-KUNDE-ID.
