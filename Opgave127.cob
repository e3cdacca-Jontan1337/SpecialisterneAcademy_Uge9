           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE127.

      *    Daily intake of the CPR registry's death notifications
      *    (DoedsfaldCpr.txt, DOEDSFALD.cpy). Until now a death was
      *    only known when a relative came into a branch, and the
      *    standing orders and collections ran on meanwhile.
      *
      *    The day's notifications are held in a table, then
      *    KundeCpr.txt is walked once: a customer whose CPR number
      *    is on a notification gets a proposed status change to
      *    "D" on StatusForslag.txt (STATUSFORSLAG.cpy), which an
      *    operator confirms on the Opgave42 screen - the status is
      *    never set from here. A customer already registered
      *    deceased or as an estate is counted, not proposed again.
      *
      *    Customers with no CPR number on file (the ones Opgave80
      *    has not yet backfilled) cannot be matched that way, so
      *    their cleaned, upper-cased name is compared with the
      *    notifications no CPR number matched - the Opgave36 name
      *    compare. The customer master holds no birth date, so a
      *    name hit is a near-match only: it goes to
      *    DoedsfaldGennemsyn.txt with the registry's birth and
      *    death date for the branch to check against the
      *    customer's papers. The list ends with the day's counts -
      *    received, matched and not matched.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DOEDSFALDFILE ASSIGN TO "DoedsfaldCpr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDF-STATUS.
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT STATUSFORSLAGFILE ASSIGN TO "StatusForslag.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SFO-KUNDE-ID OF STATUSFORSLAGREC
               FILE STATUS IS WS-SFO-STATUS.
           SELECT GENNEMSYNOUT ASSIGN TO "DoedsfaldGennemsyn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD DOEDSFALDFILE.
           01 DOEDSFALDREC.
               COPY "DOEDSFALD.cpy".

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD STATUSFORSLAGFILE.
           01 STATUSFORSLAGREC.
               COPY "STATUSFORSLAG.cpy".

           FD GENNEMSYNOUT.
           01 GENNEMSYNLINE                PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-DDF-STATUS                PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-SFO-STATUS                PIC X(2).
           01 WS-GEN-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    KundeCpr.txt does not exist until the first CPR number
      *    is keyed.
           01 WS-CPRFIL-AABEN              PIC X(1) VALUE "N".

           01 WS-LIVSSTATUS                PIC X(1) VALUE SPACES.
           01 WS-LIVSSTATUS-RESULT         PIC X(1) VALUE SPACES.
           01 WS-HAR-CPR                   PIC X(1) VALUE "N".

      *    The day's notifications. DT-MATCH is set when a CPR
      *    number on file matched, DT-NAER when a customer without
      *    one matched on name.
           01 WS-DT-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-DT-TABEL.
               02 WS-DT-POST OCCURS 1000 TIMES.
                   03 DT-CPR-NUMMER        PIC X(10).
                   03 DT-NAVN              PIC X(45).
                   03 DT-FOEDSELSDATO      PIC 9(8).
                   03 DT-DOEDSDATO         PIC 9(8).
                   03 DT-MATCH             PIC X(1).
                   03 DT-NAER              PIC X(1).
           01 WS-DT-IX                     PIC 9(4) VALUE ZEROES.
           01 WS-DT-FUNDET                 PIC X(1) VALUE "N".

           01 WS-KUNDE-NAVN                PIC X(45) VALUE SPACES.
           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.
           01 WS-RAPPORT-LINE              PIC X(120) VALUE SPACES.

           01 WS-CTL-MODTAGET              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-MATCHET               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-IKKE-MATCHET          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-NAER-MATCH            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-FORSLAG               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ALLEREDE-FORESLAAET   PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ALLEREDE-AFDOED       PIC 9(7) VALUE ZEROES.
           01 WS-CTL-GENNEMSYN-LINJER      PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV127".
           01 WS-STAT-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-STAT-LAEST                PIC 9(7) VALUE ZEROES.
           01 WS-STAT-SKREVET              PIC 9(7) VALUE ZEROES.
           01 WS-STAT-AFVIST               PIC 9(7) VALUE ZEROES.
           01 WS-STAT-START-TID            PIC 9(8) VALUE ZEROES.
           01 WS-STAT-STATUS               PIC X(2) VALUE "OK".
           01 WS-STAT-RESULT               PIC X(1) VALUE SPACES.
      *    CENTRAL RUN STATISTICS END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           PERFORM BEHANDLE-DOEDSFALD.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           BEHANDLE-DOEDSFALD.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           PERFORM INDLAES-DOEDSFALD.

           OPEN I-O STATUSFORSLAGFILE.
           IF WS-SFO-STATUS NOT = "00"
               OPEN OUTPUT STATUSFORSLAGFILE
           END-IF.
           IF WS-SFO-STATUS NOT = "00"
               STRING "Open StatusForslag.txt failed, status "
                   WS-SFO-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT GENNEMSYNOUT.
           IF WS-GEN-STATUS NOT = "00"
               STRING "Open DoedsfaldGennemsyn.txt failed, status "
                   WS-GEN-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DOEDSFALD FRA CPR-REGISTRET - NAER-MATCH TIL "
               "GENNEMSYN " WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GENNEMSYNLINE.
           WRITE GENNEMSYNLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KUNDE-ID   CPR-NUMMER NAVN"
               "                                          "
               "FOEDT    DOED"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GENNEMSYNLINE.
           WRITE GENNEMSYNLINE.

           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS = "00"
               MOVE "Y" TO WS-CPRFIL-AABEN
           END-IF.
           IF WS-DT-ANTAL > ZEROES
               PERFORM MATCH-PAA-CPR
               PERFORM MATCH-PAA-NAVN
           END-IF.
           IF WS-CPRFIL-AABEN = "Y"
               CLOSE KUNDECPRFILE
           END-IF.
           CLOSE STATUSFORSLAGFILE.

           PERFORM TAEL-MATCH.
           PERFORM SKRIV-OPTAELLING.
           CLOSE GENNEMSYNOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    No delivery is no deaths today - said out loud, since the
      *    registry delivers every banking day.
           INDLAES-DOEDSFALD.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT DOEDSFALDFILE.
           IF WS-DDF-STATUS NOT = "00"
               DISPLAY "ADVARSEL: DoedsfaldCpr.txt ikke leveret, "
                   "status " WS-DDF-STATUS
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ DOEDSFALDFILE INTO DOEDSFALDREC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-MODTAGET
                       PERFORM NOTER-DOEDSFALD
               END-READ
           END-PERFORM.
           IF WS-DDF-STATUS = "00" OR WS-DDF-STATUS = "10"
               CLOSE DOEDSFALDFILE
           END-IF.

      *    A partial intake is a wrong intake - rather stop and
      *    have the table widened.
           NOTER-DOEDSFALD.
           IF WS-DT-ANTAL >= 1000
               MOVE "Mere end 1000 doedsfald i leverancen"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-DT-ANTAL.
           MOVE DDF-CPR-NUMMER TO DT-CPR-NUMMER(WS-DT-ANTAL).
           MOVE DDF-FOEDSELSDATO TO DT-FOEDSELSDATO(WS-DT-ANTAL).
           MOVE DDF-DOEDSDATO TO DT-DOEDSDATO(WS-DT-ANTAL).
           MOVE "N" TO DT-MATCH(WS-DT-ANTAL).
           MOVE "N" TO DT-NAER(WS-DT-ANTAL).
           MOVE SPACES TO CT-IN.
           STRING DDF-FORNAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DDF-EFTERNAVN DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT(1:45) TO DT-NAVN(WS-DT-ANTAL).
           INSPECT DT-NAVN(WS-DT-ANTAL) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MATCH-PAA-CPR.
           IF WS-CPRFIL-AABEN = "Y"
               MOVE ZEROES TO WS-END-OF-FILE
               MOVE LOW-VALUES TO CPR-KUNDE-ID
               START KUNDECPRFILE
                   KEY IS >= CPR-KUNDE-ID OF KUNDECPRREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KUNDECPRFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM PROEV-CPR-NUMMER
                   END-READ
               END-PERFORM
           END-IF.

      *    Every notification is tried - the same CPR number on two
      *    customer numbers gets a proposal on each.
           PROEV-CPR-NUMMER.
           PERFORM VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-ANTAL
               IF DT-CPR-NUMMER(WS-DT-IX) = CPR-NUMMER
                   AND CPR-NUMMER NOT = SPACES
                   MOVE "Y" TO DT-MATCH(WS-DT-IX)
                   PERFORM FORESLAA-DOEDSFALD
               END-IF
           END-PERFORM.

      *    A pending proposal is left as it stands; one an operator
      *    has already decided is put back for a new decision, as
      *    the registry has now reported the death.
           FORESLAA-DOEDSFALD.
           CALL "KUNDESTATUSOPSLAG" USING CPR-KUNDE-ID
               WS-LIVSSTATUS WS-LIVSSTATUS-RESULT.
           IF WS-LIVSSTATUS-RESULT = "M"
               AND (WS-LIVSSTATUS = "D" OR WS-LIVSSTATUS = "B")
               ADD 1 TO WS-CTL-ALLEREDE-AFDOED
           ELSE
               MOVE CPR-KUNDE-ID TO SFO-KUNDE-ID
               READ STATUSFORSLAGFILE
                   INVALID KEY
                       PERFORM DAN-FORSLAG
                       WRITE STATUSFORSLAGREC
                       ADD 1 TO WS-CTL-FORSLAG
                   NOT INVALID KEY
                       IF SFO-AFVENTER
                           ADD 1 TO WS-CTL-ALLEREDE-FORESLAAET
                       ELSE
                           PERFORM DAN-FORSLAG
                           REWRITE STATUSFORSLAGREC
                           ADD 1 TO WS-CTL-FORSLAG
                       END-IF
               END-READ
           END-IF.

           DAN-FORSLAG.
           MOVE SPACES TO STATUSFORSLAGREC.
           MOVE CPR-KUNDE-ID TO SFO-KUNDE-ID.
           MOVE "D" TO SFO-NY-STATUS.
           MOVE CPR-NUMMER TO SFO-CPR-NUMMER.
           MOVE DT-DOEDSDATO(WS-DT-IX) TO SFO-DOEDSDATO.
           MOVE WS-DAGS-DATO TO SFO-MODTAGET-DATO.
           MOVE "V" TO SFO-STATUS.
           MOVE ZEROES TO SFO-BEHANDLET-DATO.

           MATCH-PAA-NAVN.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDEOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM PROEV-KUNDE-UDEN-CPR
               END-READ
           END-PERFORM.
           CLOSE KUNDEOPLFILE.

           PROEV-KUNDE-UDEN-CPR.
           MOVE "N" TO WS-HAR-CPR.
           IF WS-CPRFIL-AABEN = "Y"
               MOVE KUNDE-ID IN KUNDEOPLREC TO CPR-KUNDE-ID
               READ KUNDECPRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CPR-NUMMER NOT = SPACES
                           MOVE "Y" TO WS-HAR-CPR
                       END-IF
               END-READ
           END-IF.
           IF WS-HAR-CPR = "N"
               AND NOT (FORNAVN IN KUNDEOPLREC = "SLETTET"
               AND EFTERNAVN IN KUNDEOPLREC = "SLETTET")
               PERFORM DAN-KUNDE-NAVN
               PERFORM VARYING WS-DT-IX FROM 1 BY 1
                   UNTIL WS-DT-IX > WS-DT-ANTAL
                   IF DT-MATCH(WS-DT-IX) = "N"
                       AND DT-NAVN(WS-DT-IX) = WS-KUNDE-NAVN
                       AND WS-KUNDE-NAVN NOT = SPACES
                       PERFORM SKRIV-NAER-MATCH
                   END-IF
               END-PERFORM
           END-IF.

           DAN-KUNDE-NAVN.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT(1:45) TO WS-KUNDE-NAVN.
           INSPECT WS-KUNDE-NAVN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    A deceased customer already registered is no news and
      *    is left off the list.
           SKRIV-NAER-MATCH.
           CALL "KUNDESTATUSOPSLAG" USING KUNDE-ID IN KUNDEOPLREC
               WS-LIVSSTATUS WS-LIVSSTATUS-RESULT.
           IF WS-LIVSSTATUS-RESULT = "M"
               AND (WS-LIVSSTATUS = "D" OR WS-LIVSSTATUS = "B")
               CONTINUE
           ELSE
               MOVE "Y" TO DT-NAER(WS-DT-IX)
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING KUNDE-ID IN KUNDEOPLREC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DT-CPR-NUMMER(WS-DT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DT-NAVN(WS-DT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DT-FOEDSELSDATO(WS-DT-IX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DT-DOEDSDATO(WS-DT-IX) DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINE
               MOVE WS-RAPPORT-LINE TO GENNEMSYNLINE
               WRITE GENNEMSYNLINE
               ADD 1 TO WS-CTL-GENNEMSYN-LINJER
           END-IF.

           TAEL-MATCH.
           PERFORM VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-ANTAL
               IF DT-MATCH(WS-DT-IX) = "Y"
                   ADD 1 TO WS-CTL-MATCHET
               ELSE
                   ADD 1 TO WS-CTL-IKKE-MATCHET
                   IF DT-NAER(WS-DT-IX) = "Y"
                       ADD 1 TO WS-CTL-NAER-MATCH
                   END-IF
               END-IF
           END-PERFORM.

           SKRIV-OPTAELLING.
           MOVE SPACES TO GENNEMSYNLINE.
           WRITE GENNEMSYNLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DOEDSFALD MODTAGET:          " WS-CTL-MODTAGET
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GENNEMSYNLINE.
           WRITE GENNEMSYNLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "MATCHET PAA CPR-NUMMER:      " WS-CTL-MATCHET
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GENNEMSYNLINE.
           WRITE GENNEMSYNLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "IKKE MATCHET:                " WS-CTL-IKKE-MATCHET
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GENNEMSYNLINE.
           WRITE GENNEMSYNLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  HERAF NAER-MATCH PAA NAVN: " WS-CTL-NAER-MATCH
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GENNEMSYNLINE.
           WRITE GENNEMSYNLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "STATUSFORSLAG OPRETTET:      " WS-CTL-FORSLAG
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GENNEMSYNLINE.
           WRITE GENNEMSYNLINE.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE127 - KOERSELSOVERSIGT".
           DISPLAY "DOEDSFALD MODTAGET:      " WS-CTL-MODTAGET.
           DISPLAY "MATCHET PAA CPR-NUMMER:  " WS-CTL-MATCHET.
           DISPLAY "IKKE MATCHET:            " WS-CTL-IKKE-MATCHET.
           DISPLAY "  HERAF NAER-MATCH:      " WS-CTL-NAER-MATCH.
           DISPLAY "STATUSFORSLAG OPRETTET:  " WS-CTL-FORSLAG.
           DISPLAY "FORSLAG AFVENTER ALLEREDE:"
               WS-CTL-ALLEREDE-FORESLAAET.
           DISPLAY "ALLEREDE AFDOED/BO:      " WS-CTL-ALLEREDE-AFDOED.
           DISPLAY "LINJER TIL GENNEMSYN:    " WS-CTL-GENNEMSYN-LINJER.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE127: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-MODTAGET TO WS-STAT-LAEST.
           MOVE WS-CTL-FORSLAG TO WS-STAT-SKREVET.
           MOVE WS-CTL-IKKE-MATCHET TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
