           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE135.

      *    Age-based product transitions, run at month end. Youth
      *    and child-savings terms are tied to the holder's age;
      *    until now a conversion at 18 or the release of a child
      *    savings account waited for a parent to phone in. The
      *    holder's age is now worked out from the birth date in
      *    the CPR number on KundeCpr.txt (the seventh digit gives
      *    the century, the CPR office's rule), and the maintained
      *    AlderOvergange.txt says what happens at which age, one
      *    line per KONTOTYPE:
      *
      *      K (konvertering) - a youth account becomes the adult
      *        KONTOTYPE at the age, with the new RENTESATS (zero
      *        keeps the account's rate); the fee terms follow the
      *        new type on Gebyrsatser.txt by themselves
      *      F (frigivelse) - a child savings account is released
      *        at its agreed age: it moves to a KONTOTYPE without
      *        the Produktregler.txt withdrawal lock, which is what
      *        lifts the lock in the posting run
      *
      *    and how many days' notice the customer gets. The run
      *    looks one month ahead, since it only comes round at
      *    month end: an account whose transition day falls before
      *    the next run's notice horizon gets its advance notice
      *    letter now, and the change is made by the first run on
      *    or after the later of the transition day and the end of
      *    the notice period - an account years late is noticed
      *    first and converted a month on, never without a letter.
      *    After the change a confirmation letter goes out. Both
      *    letters follow the Opgave72 rules: the Opgave18 layout,
      *    RETURPOSTKONTROL before, KORRESPONDANCELOG and
      *    PRINTINDEKS after, and a customer with returned mail
      *    is not noticed - and so not converted - until the
      *    address is put right. AlderOvergangsRegister.txt keeps
      *    each account's notice and change, so a rerun sends no
      *    second letter. A holder without a valid CPR number is
      *    listed on the run for the branch to complete.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REGELFILE ASSIGN TO "AlderOvergange.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALO-STATUS.
           SELECT REGISTERFILE ASSIGN TO "AlderOvergangsRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AOR-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.
           SELECT VARSELBREVOUT ASSIGN TO "AlderVarselBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVB-STATUS.
           SELECT BEKRAEFTBREVOUT ASSIGN TO "AlderOmlaegBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AOB-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD REGELFILE.
           01 REGELREC.
               02 ALO-KONTOTYPE            PIC X(4).
               02 ALO-ART                  PIC X(1).
                  88 ALO-ER-KONVERTERING   VALUE "K".
                  88 ALO-ER-FRIGIVELSE     VALUE "F".
               02 ALO-ALDER                PIC 9(2).
               02 ALO-NY-KONTOTYPE         PIC X(4).
               02 ALO-NY-RENTESATS         PIC 9(2)V9(4).
               02 ALO-VARSEL-DAGE          PIC 9(3).

      *    One line per account transition: "V" noticed, "U" made.
           FD REGISTERFILE.
           01 REGISTERREC.
               02 AOR-KONTONUMMER          PIC X(20).
               02 AOR-STATUS               PIC X(1).
               02 AOR-KONTOTYPE            PIC X(4).
               02 AOR-NY-KONTOTYPE         PIC X(4).
               02 AOR-VARSLET-DATO         PIC 9(8).
               02 AOR-EFFEKTIV-DATO        PIC 9(8).
               02 AOR-UDFOERT-DATO         PIC 9(8).

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD VARSELBREVOUT.
           01 VARSELBREVLINE               PIC X(100).

           FD BEKRAEFTBREVOUT.
           01 BEKRAEFTBREVLINE             PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-ALO-STATUS                PIC X(2).
           01 WS-AOR-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-AVB-STATUS                PIC X(2).
           01 WS-AOB-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-AAR              PIC 9(4).
               02 WS-DAGS-MM               PIC 9(2).
               02 WS-DAGS-DD               PIC 9(2).
           01 WS-DATO-ED                   PIC X(10) VALUE SPACES.

      *    The rules, with each rule's notice dates worked out once:
      *    the earliest effective date a notice sent today allows,
      *    and the horizon up to which transitions are noticed now.
           01 WS-RGL-ANTAL                 PIC 9(2) VALUE ZEROES.
           01 WS-RGL-TABEL.
               02 WS-RGL-POST OCCURS 50 TIMES.
                   03 WS-RGL-KONTOTYPE     PIC X(4).
                   03 WS-RGL-ART           PIC X(1).
                   03 WS-RGL-ALDER         PIC 9(2).
                   03 WS-RGL-NY-KONTOTYPE  PIC X(4).
                   03 WS-RGL-NY-RENTESATS  PIC 9(2)V9(4).
                   03 WS-RGL-VARSEL-DAGE   PIC 9(3).
                   03 WS-RGL-TIDLIGST      PIC 9(8).
                   03 WS-RGL-HORISONT      PIC 9(8).
           01 WS-RX                        PIC 9(2) VALUE ZEROES.
           01 WS-RGL-FUNDET                PIC X(1) VALUE "N".
      *    One month on from the notice period, the next run.
           01 WS-NAESTE-KOERSEL-DAGE       PIC 9(3) VALUE 31.
           01 WS-DAGE-TAELLER              PIC 9(3) VALUE ZEROES.

           01 WS-REG-ANTAL                 PIC 9(4) VALUE ZEROES.
           01 WS-REG-TABEL.
               02 WS-REG-POST OCCURS 2000 TIMES.
                   03 WS-REG-KONTONUMMER   PIC X(20).
                   03 WS-REG-STATUS        PIC X(1).
                   03 WS-REG-KONTOTYPE     PIC X(4).
                   03 WS-REG-NY-KONTOTYPE  PIC X(4).
                   03 WS-REG-VARSLET-DATO  PIC 9(8).
                   03 WS-REG-EFFEKTIV-DATO PIC 9(8).
                   03 WS-REG-UDFOERT-DATO  PIC 9(8).
           01 WS-GX                        PIC 9(4) VALUE ZEROES.
           01 WS-REG-FUNDET                PIC X(1) VALUE "N".

      *    The holder's birth date off the CPR number: ddmmyy, and
      *    the century from the first serial digit.
           01 WS-CPR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-CPR-AA                    PIC 9(2) VALUE ZEROES.
           01 WS-CPR-CIFFER7               PIC 9(1) VALUE ZEROES.
           01 WS-FOEDSELSDATO              PIC 9(8) VALUE ZEROES.
           01 WS-FOEDSELSDATO-X REDEFINES WS-FOEDSELSDATO.
               02 WS-FOED-AAR              PIC 9(4).
               02 WS-FOED-MMDD             PIC 9(4).
           01 WS-OVERGANGSDATO             PIC 9(8) VALUE ZEROES.
           01 WS-OVERGANGSDATO-X REDEFINES WS-OVERGANGSDATO.
               02 WS-OVG-AAR               PIC 9(4).
               02 WS-OVG-MMDD              PIC 9(4).
           01 WS-EFFEKTIV-DATO             PIC 9(8) VALUE ZEROES.

           01 WS-RUL-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-RUL-DATO-X REDEFINES WS-RUL-DATO.
               02 WS-RUL-AAR               PIC 9(4).
               02 WS-RUL-MAANED            PIC 9(2).
               02 WS-RUL-DAG               PIC 9(2).
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.
           01 WS-SKUDAAR-REST              PIC 9(4) VALUE ZEROES.
           01 WS-SKUDAAR-KVOT              PIC 9(4) VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

      *    "V" the advance notice, "B" the confirmation.
           01 WS-BREVART                   PIC X(1) VALUE SPACES.
           01 WS-BREVTYPE                  PIC X(12) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25) VALUE SPACES.
           01 WS-BREV-SENDT                PIC X(1) VALUE "N".
           01 WS-FOERSTE-LINJE             PIC X(1) VALUE "J".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.
           01 WS-GEBYR                     PIC 9(5)V99 VALUE ZEROES.
           01 WS-GEBYR-RESULT              PIC X(1) VALUE SPACES.
           01 WS-GEBYR-ED                  PIC Z(4)9.99 VALUE ZEROES.
           01 WS-SATS-ED                   PIC Z9.9999 VALUE ZEROES.
           01 WS-NY-RENTESATS              PIC 9(2)V9(4) VALUE ZEROES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-PROGRAM-NAME              PIC X(8) VALUE "OPGAV135".
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.
           01 WS-PRINT-LINE                PIC X(100) VALUE SPACES.

           01 WS-CTL-KONTI-LAEST           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-VARSLET               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-KONVERTERET           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-FRIGIVET              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BEKRAEFTET            PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UDEN-CPR              PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV135".
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
           PERFORM UDFOER-ALDERSOVERGANGE.
           PERFORM SKRIV-KOERSELSOVERSIGT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           UDFOER-ALDERSOVERGANGE.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           STRING WS-DAGS-DD "-" WS-DAGS-MM "-" WS-DAGS-AAR
               DELIMITED BY SIZE INTO WS-DATO-ED.

           PERFORM LAES-REGLER.
           IF WS-RGL-ANTAL = ZEROES
               DISPLAY "Ingen AlderOvergange.txt - intet at "
                   "behandle."
           ELSE
               PERFORM LAES-REGISTER
               PERFORM ABN-FILER
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KONTOOPLFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CTL-KONTI-LAEST
                           IF KONTO-ER-AKTIV
                               PERFORM BEHANDL-EN-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLFILE
               CLOSE KUNDEOPLFILE
               CLOSE KUNDECPRFILE
               CLOSE VARSELBREVOUT
               CLOSE BEKRAEFTBREVOUT
               PERFORM SKRIV-REGISTER
           END-IF.

           LAES-REGLER.
           OPEN INPUT REGELFILE.
           IF WS-ALO-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ REGELFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM GEM-EN-REGEL
                   END-READ
               END-PERFORM
               CLOSE REGELFILE
           END-IF.

           GEM-EN-REGEL.
           IF (ALO-ER-KONVERTERING OR ALO-ER-FRIGIVELSE)
               AND ALO-ALDER IS NUMERIC
               AND ALO-VARSEL-DAGE IS NUMERIC
               AND ALO-NY-RENTESATS IS NUMERIC
               AND ALO-NY-KONTOTYPE NOT = SPACES
               AND WS-RGL-ANTAL < 50
               ADD 1 TO WS-RGL-ANTAL
               MOVE ALO-KONTOTYPE TO WS-RGL-KONTOTYPE(WS-RGL-ANTAL)
               MOVE ALO-ART TO WS-RGL-ART(WS-RGL-ANTAL)
               MOVE ALO-ALDER TO WS-RGL-ALDER(WS-RGL-ANTAL)
               MOVE ALO-NY-KONTOTYPE
                   TO WS-RGL-NY-KONTOTYPE(WS-RGL-ANTAL)
               MOVE ALO-NY-RENTESATS
                   TO WS-RGL-NY-RENTESATS(WS-RGL-ANTAL)
               MOVE ALO-VARSEL-DAGE
                   TO WS-RGL-VARSEL-DAGE(WS-RGL-ANTAL)
               MOVE WS-DAGS-DATO TO WS-RUL-DATO
               MOVE ZEROES TO WS-DAGE-TAELLER
               PERFORM LAEG-EN-DAG-TIL
                   UNTIL WS-DAGE-TAELLER = ALO-VARSEL-DAGE
               MOVE WS-RUL-DATO TO WS-RGL-TIDLIGST(WS-RGL-ANTAL)
               MOVE ZEROES TO WS-DAGE-TAELLER
               PERFORM LAEG-EN-DAG-TIL
                   UNTIL WS-DAGE-TAELLER = WS-NAESTE-KOERSEL-DAGE
               MOVE WS-RUL-DATO TO WS-RGL-HORISONT(WS-RGL-ANTAL)
           ELSE
               DISPLAY "ADVARSEL: Regel for " ALO-KONTOTYPE
                   " ugyldig eller tabel fuld, ignoreret"
           END-IF.

           LAES-REGISTER.
           MOVE ZEROES TO WS-REG-ANTAL.
           OPEN INPUT REGISTERFILE.
           IF WS-AOR-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ REGISTERFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-REG-ANTAL < 2000
                               ADD 1 TO WS-REG-ANTAL
                               MOVE REGISTERREC
                                   TO WS-REG-POST(WS-REG-ANTAL)
                           ELSE
                               STRING "AlderOvergangsRegister.txt "
                                   "exceeds 2000 lines"
                                   DELIMITED BY SIZE
                                   INTO WS-ABEND-MESSAGE
                               PERFORM ABEND-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTERFILE
           END-IF.

           ABN-FILER.
           OPEN I-O KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS NOT = "00"
               STRING "Open KundeCpr.txt failed, status "
                   WS-CPR-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN EXTEND VARSELBREVOUT.
           IF WS-AVB-STATUS = "35"
               OPEN OUTPUT VARSELBREVOUT
           END-IF.
           OPEN EXTEND BEKRAEFTBREVOUT.
           IF WS-AOB-STATUS = "35"
               OPEN OUTPUT BEKRAEFTBREVOUT
           END-IF.

           BEHANDL-EN-KONTO.
           MOVE "N" TO WS-RGL-FUNDET.
           MOVE 1 TO WS-RX.
           PERFORM UNTIL WS-RGL-FUNDET = "J" OR WS-RX > WS-RGL-ANTAL
               IF WS-RGL-KONTOTYPE(WS-RX) = KONTOTYPE IN KONTOOPLREC
                   MOVE "J" TO WS-RGL-FUNDET
               ELSE
                   ADD 1 TO WS-RX
               END-IF
           END-PERFORM.
           IF WS-RGL-FUNDET = "J"
               PERFORM FIND-REGISTRERING
               IF WS-REG-FUNDET = "N"
                   PERFORM VURDER-VARSEL
               ELSE
                   IF WS-REG-STATUS(WS-GX) = "V"
                       AND WS-REG-EFFEKTIV-DATO(WS-GX) <=
                           WS-DAGS-DATO
                       PERFORM OMLAEG-KONTO
                   END-IF
               END-IF
           END-IF.

      *    The account's line for its present KONTOTYPE; a "U" line
      *    for an earlier type (a youth account once a child
      *    savings one) is history and does not count.
           FIND-REGISTRERING.
           MOVE "N" TO WS-REG-FUNDET.
           MOVE 1 TO WS-GX.
           PERFORM UNTIL WS-REG-FUNDET = "J" OR WS-GX > WS-REG-ANTAL
               IF WS-REG-KONTONUMMER(WS-GX) =
                   KONTONUMMER IN KONTOOPLREC
                   AND WS-REG-KONTOTYPE(WS-GX) =
                       KONTOTYPE IN KONTOOPLREC
                   MOVE "J" TO WS-REG-FUNDET
               ELSE
                   ADD 1 TO WS-GX
               END-IF
           END-PERFORM.

           VURDER-VARSEL.
           PERFORM BEREGN-OVERGANGSDATO.
           IF WS-CPR-RESULT = "M"
               AND WS-OVERGANGSDATO <= WS-RGL-HORISONT(WS-RX)
               MOVE WS-OVERGANGSDATO TO WS-EFFEKTIV-DATO
               IF WS-EFFEKTIV-DATO < WS-RGL-TIDLIGST(WS-RX)
                   MOVE WS-RGL-TIDLIGST(WS-RX) TO WS-EFFEKTIV-DATO
               END-IF
               MOVE "V" TO WS-BREVART
               PERFORM SEND-BREV
               IF WS-BREV-SENDT = "J"
                   PERFORM REGISTRER-VARSEL
               END-IF
           END-IF.

      *    The day the holder reaches the rule's age. A 29 February
      *    birthday in a common year gives 0229, which still sorts
      *    between 28 February and 1 March.
           BEREGN-OVERGANGSDATO.
           MOVE "U" TO WS-CPR-RESULT.
           MOVE KUNDE-ID IN KONTOOPLREC TO CPR-KUNDE-ID.
           READ KUNDECPRFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "CPRVALIDER" USING CPR-NUMMER WS-CPR-RESULT
           END-READ.
           IF WS-CPR-RESULT NOT = "M"
               ADD 1 TO WS-CTL-UDEN-CPR
               DISPLAY "ADVARSEL: KUNDE-ID " KUNDE-ID IN KONTOOPLREC
                   " konto " KONTONUMMER IN KONTOOPLREC
                   " mangler gyldigt CPR-nummer"
           ELSE
               MOVE CPR-NUMMER(5:2) TO WS-CPR-AA
               MOVE CPR-NUMMER(7:1) TO WS-CPR-CIFFER7
               EVALUATE TRUE
                   WHEN WS-CPR-CIFFER7 < 4
                       COMPUTE WS-FOED-AAR = 1900 + WS-CPR-AA
                   WHEN WS-CPR-CIFFER7 = 4 OR WS-CPR-CIFFER7 = 9
                       IF WS-CPR-AA <= 36
                           COMPUTE WS-FOED-AAR = 2000 + WS-CPR-AA
                       ELSE
                           COMPUTE WS-FOED-AAR = 1900 + WS-CPR-AA
                       END-IF
                   WHEN OTHER
                       IF WS-CPR-AA <= 57
                           COMPUTE WS-FOED-AAR = 2000 + WS-CPR-AA
                       ELSE
                           COMPUTE WS-FOED-AAR = 1800 + WS-CPR-AA
                       END-IF
               END-EVALUATE
               MOVE CPR-NUMMER(3:2) TO WS-FOED-MMDD(1:2)
               MOVE CPR-NUMMER(1:2) TO WS-FOED-MMDD(3:2)
               COMPUTE WS-OVG-AAR = WS-FOED-AAR + WS-RGL-ALDER(WS-RX)
               MOVE WS-FOED-MMDD TO WS-OVG-MMDD
           END-IF.

           REGISTRER-VARSEL.
           IF WS-REG-ANTAL < 2000
               ADD 1 TO WS-REG-ANTAL
               MOVE KONTONUMMER IN KONTOOPLREC
                   TO WS-REG-KONTONUMMER(WS-REG-ANTAL)
               MOVE "V" TO WS-REG-STATUS(WS-REG-ANTAL)
               MOVE KONTOTYPE IN KONTOOPLREC
                   TO WS-REG-KONTOTYPE(WS-REG-ANTAL)
               MOVE WS-RGL-NY-KONTOTYPE(WS-RX)
                   TO WS-REG-NY-KONTOTYPE(WS-REG-ANTAL)
               MOVE WS-DAGS-DATO TO WS-REG-VARSLET-DATO(WS-REG-ANTAL)
               MOVE WS-EFFEKTIV-DATO
                   TO WS-REG-EFFEKTIV-DATO(WS-REG-ANTAL)
               MOVE ZEROES TO WS-REG-UDFOERT-DATO(WS-REG-ANTAL)
               ADD 1 TO WS-CTL-VARSLET
           ELSE
               STRING "AlderOvergangsRegister.txt "
                   "exceeds 2000 lines"
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

      *    The conversion itself; the rule is the one in force
      *    today for the account's type.
           OMLAEG-KONTO.
           MOVE WS-REG-EFFEKTIV-DATO(WS-GX) TO WS-EFFEKTIV-DATO.
           MOVE BALANCE IN KONTOOPLREC TO WS-OLD-BALANCE.
           MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE.
           MOVE WS-RGL-NY-KONTOTYPE(WS-RX)
               TO KONTOTYPE IN KONTOOPLREC.
           IF WS-RGL-NY-RENTESATS(WS-RX) > ZEROES
               MOVE WS-RGL-NY-RENTESATS(WS-RX)
                   TO RENTESATS IN KONTOOPLREC
           END-IF.
           REWRITE KONTOOPLREC.
           CALL "AUDITLOG" USING WS-PROGRAM-NAME
               KUNDE-ID IN KONTOOPLREC
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           MOVE "U" TO WS-REG-STATUS(WS-GX).
           MOVE WS-RGL-NY-KONTOTYPE(WS-RX)
               TO WS-REG-NY-KONTOTYPE(WS-GX).
           MOVE WS-DAGS-DATO TO WS-REG-UDFOERT-DATO(WS-GX).
           IF WS-RGL-ART(WS-RX) = "F"
               ADD 1 TO WS-CTL-FRIGIVET
           ELSE
               ADD 1 TO WS-CTL-KONVERTERET
           END-IF.
           MOVE "B" TO WS-BREVART.
           PERFORM SEND-BREV.
           IF WS-BREV-SENDT = "J"
               ADD 1 TO WS-CTL-BEKRAEFTET
           END-IF.

      *    The Opgave72 letter discipline for either letter.
           SEND-BREV.
           MOVE "N" TO WS-BREV-SENDT.
           IF WS-BREVART = "V"
               MOVE "ALDERVARSEL" TO WS-BREVTYPE
               MOVE "AlderVarselBreve.txt" TO WS-PRINTFIL
           ELSE
               MOVE "ALDEROMLAEG" TO WS-BREVTYPE
               MOVE "AlderOmlaegBreve.txt" TO WS-PRINTFIL
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE KUNDE-ID IN KONTOOPLREC
               TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF NOT WS-RECORD-FUNDET
               DISPLAY "ADVARSEL: KUNDE-ID "
                   KUNDE-ID IN KONTOOPLREC
                   " ikke fundet, intet brev"
           ELSE
               CALL "RETURPOSTKONTROL" USING
                   KUNDE-ID IN KONTOOPLREC
                   WS-BREVTYPE
                   KONTONUMMER IN KONTOOPLREC
                   WS-STAT-PROGRAM
                   WS-RETURPOST
               IF WS-RETURPOST = "J"
                   ADD 1 TO WS-CTL-RETURPOST
                   DISPLAY "ADVARSEL: KUNDE-ID "
                       KUNDE-ID IN KONTOOPLREC
                       " har returpost - " WS-BREVTYPE
                       " ikke sendt"
               ELSE
                   MOVE "J" TO WS-BREV-SENDT
                   CALL "KORRESPONDANCELOG" USING
                       KUNDE-ID IN KONTOOPLREC
                       WS-BREVTYPE
                       KONTONUMMER IN KONTOOPLREC
                       WS-KOR-RESULT
                   CALL "PRINTINDEKS" USING WS-PRINTFIL
                       KUNDE-ID IN KONTOOPLREC
                       WS-BREVTYPE
                       KONTONUMMER IN KONTOOPLREC
                       WS-PIX-RESULT
                   PERFORM SKRIV-BREVSIDE
               END-IF
           END-IF.

      *    Letter in the Opgave18 layout: address block with the
      *    TEKSTRENS trim, greeting, the body, and the page break
      *    on the first line.
           SKRIV-BREVSIDE.
           MOVE "J" TO WS-FOERSTE-LINJE.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           IF ADRESSE-LINJE-2 IN KUNDEOPLREC NOT = SPACES
               MOVE ADRESSE-LINJE-2 IN KUNDEOPLREC TO WS-PRINT-LINE
               PERFORM SKRIV-BREVLINJE
           END-IF.

           MOVE SPACES TO CT-IN.
           STRING VEJNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HUSNR IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ETAGE IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SIDE IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           MOVE SPACES TO CT-IN.
           STRING POSTNR IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BY-X IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Dato: " WS-DATO-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Kaere " DELIMITED BY SIZE
               FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           IF WS-BREVART = "V"
               PERFORM SKRIV-VARSELSTEKST
           ELSE
               PERFORM SKRIV-BEKRAEFTELSESTEKST
           END-IF.
           PERFORM SKRIV-NYE-VILKAAR.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           MOVE "Med venlig hilsen" TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE "Banken" TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           SKRIV-VARSELSTEKST.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Kontohaveren af din " DELIMITED BY SIZE
               KONTOTYPE IN KONTOOPLREC DELIMITED BY SPACE
               "-konto " DELIMITED BY SIZE
               KONTONUMMER IN KONTOOPLREC DELIMITED BY SPACE
               " fylder " DELIMITED BY SIZE
               WS-RGL-ALDER(WS-RX) DELIMITED BY SIZE
               " aar." DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-RGL-ART(WS-RX) = "F"
               STRING "Opsparingen frigives da, og kontoen foeres "
                   DELIMITED BY SIZE
                   "videre som " DELIMITED BY SIZE
                   WS-RGL-NY-KONTOTYPE(WS-RX) DELIMITED BY SPACE
                   "-konto uden haevespaerre." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING "Kontoen omlaegges da til en "
                   DELIMITED BY SIZE
                   WS-RGL-NY-KONTOTYPE(WS-RX) DELIMITED BY SPACE
                   "-konto paa voksenvilkaar." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Aendringen sker ved maanedsskiftet, tidligst "
               DELIMITED BY SIZE
               "den " WS-EFFEKTIV-DATO(7:2) "-"
               WS-EFFEKTIV-DATO(5:2) "-" WS-EFFEKTIV-DATO(1:4)
               "." DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           SKRIV-BEKRAEFTELSESTEKST.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-RGL-ART(WS-RX) = "F"
               STRING "Opsparingen paa konto " DELIMITED BY SIZE
                   KONTONUMMER IN KONTOOPLREC DELIMITED BY SPACE
                   " er nu frigivet, og kontoen foeres som "
                   DELIMITED BY SIZE
                   WS-RGL-NY-KONTOTYPE(WS-RX) DELIMITED BY SPACE
                   "-konto." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING "Konto " DELIMITED BY SIZE
                   KONTONUMMER IN KONTOOPLREC DELIMITED BY SPACE
                   " er nu omlagt til en " DELIMITED BY SIZE
                   WS-RGL-NY-KONTOTYPE(WS-RX) DELIMITED BY SPACE
                   "-konto paa voksenvilkaar." DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF.
           PERFORM SKRIV-BREVLINJE.

      *    The rate and fee the account has on its new terms.
           SKRIV-NYE-VILKAAR.
           IF WS-RGL-NY-RENTESATS(WS-RX) > ZEROES
               MOVE WS-RGL-NY-RENTESATS(WS-RX) TO WS-NY-RENTESATS
           ELSE
               MOVE RENTESATS IN KONTOOPLREC TO WS-NY-RENTESATS
           END-IF.
           MOVE WS-NY-RENTESATS TO WS-SATS-ED.
           CALL "GEBYRSATSOPSLAG" USING WS-RGL-NY-KONTOTYPE(WS-RX)
               WS-GEBYR WS-GEBYR-RESULT.
           MOVE WS-GEBYR TO WS-GEBYR-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Rentesats: " WS-SATS-ED " pct. Kontogebyr: "
               WS-GEBYR-ED " kr. pr. maaned."
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           SKRIV-BREVLINJE.
           IF WS-BREVART = "V"
               MOVE WS-PRINT-LINE TO VARSELBREVLINE
               IF WS-FOERSTE-LINJE = "J"
                   WRITE VARSELBREVLINE AFTER ADVANCING PAGE
               ELSE
                   WRITE VARSELBREVLINE
               END-IF
           ELSE
               MOVE WS-PRINT-LINE TO BEKRAEFTBREVLINE
               IF WS-FOERSTE-LINJE = "J"
                   WRITE BEKRAEFTBREVLINE AFTER ADVANCING PAGE
               ELSE
                   WRITE BEKRAEFTBREVLINE
               END-IF
           END-IF.
           MOVE "N" TO WS-FOERSTE-LINJE.

           SKRIV-REGISTER.
           OPEN OUTPUT REGISTERFILE.
           IF WS-AOR-STATUS NOT = "00"
               STRING "Open AlderOvergangsRegister.txt failed, "
                   "status " WS-AOR-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM VARYING WS-GX FROM 1 BY 1
               UNTIL WS-GX > WS-REG-ANTAL
               MOVE WS-REG-POST(WS-GX) TO REGISTERREC
               WRITE REGISTERREC
           END-PERFORM.
           CLOSE REGISTERFILE.

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
           ADD 1 TO WS-DAGE-TAELLER.

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
               WHEN 02
                   PERFORM BEREGN-FEBRUAR-LAENGDE
           END-EVALUATE.

      *    Leap year: divisible by 4, except whole centuries that
      *    are not divisible by 400.
           BEREGN-FEBRUAR-LAENGDE.
           MOVE 28 TO WS-DAGE-I-MAANED.
           DIVIDE WS-RUL-AAR BY 4 GIVING WS-SKUDAAR-KVOT
               REMAINDER WS-SKUDAAR-REST.
           IF WS-SKUDAAR-REST = ZEROES
               MOVE 29 TO WS-DAGE-I-MAANED
               DIVIDE WS-RUL-AAR BY 100 GIVING WS-SKUDAAR-KVOT
                   REMAINDER WS-SKUDAAR-REST
               IF WS-SKUDAAR-REST = ZEROES
                   DIVIDE WS-RUL-AAR BY 400 GIVING WS-SKUDAAR-KVOT
                       REMAINDER WS-SKUDAAR-REST
                   IF WS-SKUDAAR-REST NOT = ZEROES
                       MOVE 28 TO WS-DAGE-I-MAANED
                   END-IF
               END-IF
           END-IF.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE135 - KOERSELSOVERSIGT".
           DISPLAY "KONTI LAEST:             " WS-CTL-KONTI-LAEST.
           DISPLAY "VARSLER SENDT:           " WS-CTL-VARSLET.
           DISPLAY "KONTI KONVERTERET:       " WS-CTL-KONVERTERET.
           DISPLAY "KONTI FRIGIVET:          " WS-CTL-FRIGIVET.
           DISPLAY "BEKRAEFTELSER SENDT:     " WS-CTL-BEKRAEFTET.
           DISPLAY "IKKE SENDT (RETURPOST):  " WS-CTL-RETURPOST.
           DISPLAY "UDEN GYLDIGT CPR:        " WS-CTL-UDEN-CPR.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE135: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KONTI-LAEST TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-VARSLET + WS-CTL-KONVERTERET
               + WS-CTL-FRIGIVET.
           MOVE WS-CTL-UDEN-CPR TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
