           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE107.

      *    Year-end aarsopgoerelse: one letter per customer with
      *    every account's balance at 31/12, the interest credited
      *    and paid, and the fees charged through the year - the
      *    figures the branch used to piece together from Opgave84
      *    reprints every January, and the yearly statement of fees
      *    the payment accounts rules ask for.
      *
      *    The year is asked for (blank = this year). Sources:
      *      - balance at 31/12: the account's last closing balance
      *        on or before the 31st on SaldoHistorik.txt (Opgave90);
      *        an account without one shows its KontoOpl.txt balance
      *      - interest: the year's lines on
      *        RenteIndberetningGrundlag.txt - account lines
      *        (Opgave30's KontoRenteRegister.txt amounts, signed)
      *        on their KONTONUMMER, customer lines (Opgave15) on the
      *        KONTONUMMER of the customer record; a negative amount
      *        is interest paid - plus the year's blocks on
      *        StrafrenteRegister.txt (Opgave31), paid on the
      *        customer's KONTONUMMER
      *      - fees: the year's blocks on GebyrRegister.txt (Opgave26)
      *
      *    Customers are walked on Kundeoplysninger.txt and their
      *    accounts read on the KUNDE-ID alternate key of
      *    KontoOpl.txt. Delivery follows LeveringsPraeferencer.txt
      *    as the Opgave25 statements do: AarsopgoerelseBreve.txt
      *    for print, AarsopgoerelseEspool.txt for the electronic
      *    spool; electronic without an email on KundeKontakter.txt
      *    falls back to print. No letter goes to a deceased
      *    customer; an estate in administration still gets one.
      *    The printed copy is held back when the customer's mail
      *    comes back (Returpost.txt); an electronic copy still
      *    goes, since it does not travel to the address.
      *    Every letter is logged through KORRESPONDANCELOG, and a
      *    printed one indexed through PRINTINDEKS for the Opgave124
      *    print run. Runs
      *    ahead of the Opgave22 year-end archival so an account
      *    closed during the year is still on the letter.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOOPLREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KOF-STATUS.
           SELECT SALDOHISTORIKFILE ASSIGN TO "SaldoHistorik.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-NOEGLE OF SALDOHISTORIKREC
               FILE STATUS IS WS-SHI-STATUS.
           SELECT RENTEGRUNDLAGFILE
               ASSIGN TO "RenteIndberetningGrundlag.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.
           SELECT GEBYRREGISTERFILE ASSIGN TO "GebyrRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRI-STATUS.
           SELECT STRAFRENTEREGISTERFILE
               ASSIGN TO "StrafrenteRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRI-STATUS.
      *    Delivery preference per customer; no file or no record
      *    means print, as always.
           SELECT LEVPRAEFFILE
               ASSIGN TO "LeveringsPraeferencer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEV-KUNDE-ID OF LEVPRAEFREC
               FILE STATUS IS WS-LEV-STATUS.
      *    The email addresses live with the Opgave17 contacts.
           SELECT KONTAKTFILE ASSIGN TO "KundeKontakter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTA-STATUS.
           SELECT BREVOUT ASSIGN TO "AarsopgoerelseBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRV-STATUS.
           SELECT ESPOOLOUT ASSIGN TO "AarsopgoerelseEspool.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD SALDOHISTORIKFILE.
           01 SALDOHISTORIKREC.
               COPY "SALDOHISTORIK.cpy".

           FD RENTEGRUNDLAGFILE.
           01 RENTEGRUNDLAGREC.
               COPY "RENTEGRUNDLAG.cpy".

           FD GEBYRREGISTERFILE.
           01 GEBYRREGISTERLINE            PIC X(100).

           FD STRAFRENTEREGISTERFILE.
           01 STRAFRENTEREGISTERLINE       PIC X(100).

           FD LEVPRAEFFILE.
           01 LEVPRAEFREC.
               COPY "LEVPRAEF.cpy".

           FD KONTAKTFILE.
           01 KONTAKTREC.
               COPY "KONTAKTOPL.cpy".

           FD BREVOUT.
           01 BREVLINE                     PIC X(100).

           FD ESPOOLOUT.
           01 ESPOOLLINE                   PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-SHI-STATUS                PIC X(2).
           01 WS-RGL-STATUS                PIC X(2).
           01 WS-GRI-STATUS                PIC X(2).
           01 WS-SRI-STATUS                PIC X(2).
           01 WS-LEV-STATUS                PIC X(2).
           01 WS-KTA-STATUS                PIC X(2).
           01 WS-BRV-STATUS                PIC X(2).
           01 WS-ESP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-KONTI              PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-SALDO              PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-KONTAKT            PIC 9(1) VALUE ZEROES.

           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-AAR              PIC 9(4).
               02 WS-DAGS-MDDAG            PIC 9(4).
           01 WS-RUN-DATE                  PIC 9(6) VALUE ZEROES.
           01 WS-RUN-DATE-ED               PIC 99/99/99 VALUE ZEROES.
           01 WS-RAPPORT-AAR               PIC 9(4) VALUE ZEROES.
           01 WS-VALGT-AAR                 PIC X(4) VALUE SPACES.
           01 WS-GRUNDLAG-AAR              PIC 9(4) VALUE ZEROES.
           01 WS-AARETS-ULTIMO             PIC 9(8) VALUE ZEROES.

      *    The registers are read a block at a time: the block's
      *    run date (YY/MM/DD, century 2000) decides whether its
      *    lines belong to the year.
           01 WS-BLOK-AAR-X                PIC X(4) VALUE SPACES.
           01 WS-BLOK-AAR REDEFINES WS-BLOK-AAR-X
                                           PIC 9(4).
           01 WS-BLOK-I-AAR                PIC X(1) VALUE "N".

      *    GebyrRegister.txt as Opgave26 writes it.
           01 WS-GEBYRLINJE.
               02 GR-KONTONUMMER           PIC X(20).
               02 FILLER                   PIC X(1).
               02 GR-KONTOTYPE             PIC X(4).
               02 FILLER                   PIC X(2).
               02 GR-GEBYR                 PIC Z(4)9.99.
               02 FILLER                   PIC X(65).
           01 WS-GEBYROVERSKRIFT REDEFINES WS-GEBYRLINJE.
               02 GR-OVERSKRIFT            PIC X(28).
               02 GR-KOERSELSDATO          PIC X(8).
               02 FILLER                   PIC X(64).

      *    StrafrenteRegister.txt as Opgave31 writes it.
           01 WS-STRAFRENTELINJE.
               02 SR-KUNDE-ID              PIC X(10).
               02 FILLER                   PIC X(2).
               02 SR-OVERTRAEK             PIC Z(6)9.99.
               02 FILLER                   PIC X(11).
               02 SR-STRAFRENTE            PIC Z(6)9.99.
               02 FILLER                   PIC X(57).
           01 WS-STRAFRENTEOVERSKRIFT REDEFINES WS-STRAFRENTELINJE.
               02 SR-OVERSKRIFT            PIC X(22).
               02 SR-KOERSELSDATO          PIC X(8).
               02 FILLER                   PIC X(70).

      *    The year's amounts per KONTONUMMER, gathered off the
      *    three sources before the customer walk. AO-BRUGT is set
      *    once the account has been printed on a letter.
           01 WS-AO-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-AO-TABEL.
               02 WS-AO-POST OCCURS 5000 TIMES.
                   03 AO-KONTONUMMER       PIC X(20).
                   03 AO-RENTE-IND         PIC 9(9)V99.
                   03 AO-RENTE-UD          PIC 9(9)V99.
                   03 AO-GEBYR             PIC 9(9)V99.
                   03 AO-BRUGT             PIC X(1).
           01 WS-AO-IX                     PIC 9(4) VALUE ZEROES.
           01 WS-AO-MATCH                  PIC X(1) VALUE "N".
           01 WS-SOEG-KONTONUMMER          PIC X(20) VALUE SPACES.
           01 WS-BELOB                     PIC S9(7)V99 VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

      *    The account line being printed.
           01 WS-LINJE-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-LINJE-VALUTA              PIC X(3) VALUE SPACES.
           01 WS-LINJE-SALDO               PIC S9(7)V99 VALUE ZEROES.
           01 WS-LINJE-HAR-SALDO           PIC X(1) VALUE "N".
           01 WS-SALDO-ED                  PIC -(7)9.99 VALUE ZEROES.
           01 WS-RENTE-IND-ED              PIC Z(7)9.99 VALUE ZEROES.
           01 WS-RENTE-UD-ED               PIC Z(7)9.99 VALUE ZEROES.
           01 WS-GEBYR-ED                  PIC Z(7)9.99 VALUE ZEROES.

      *    The letter for the customer being walked is built in
      *    WS-BREV-TABEL first - only a customer with an account
      *    or an amount gets one.
           01 WS-BREV-ANTAL                PIC 9(3) VALUE ZEROES.
           01 WS-BREV-TABEL.
               02 WS-BREV-LINJE OCCURS 200 TIMES
                                           PIC X(100).
           01 WS-BREV-IX                   PIC 9(3) VALUE ZEROES.
           01 WS-KONTO-LINJER              PIC 9(3) VALUE ZEROES.

           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.
           01 WS-PRINT-LINE                PIC X(100) VALUE SPACES.

           01 WS-LIVSSTATUS                PIC X(1) VALUE SPACES.
           01 WS-LIVSSTATUS-RESULT         PIC X(1) VALUE SPACES.

      *    DELIVERY SPLIT
           01 WS-LEV-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-LEV-FIL-AABEN          VALUE "Y".
           01 WS-SHI-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-SHI-FIL-AABEN          VALUE "Y".
           01 WS-TIL-PRINT                 PIC X(1) VALUE "J".
           01 WS-TIL-ESPOOL                PIC X(1) VALUE "N".
           01 WS-EJER-EMAIL                PIC X(50) VALUE SPACES.
      *    DELIVERY SPLIT END

      *    Every sent letter leaves a line on the central
      *    correspondence log.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "AARSOPGOER".
           01 WS-KOR-KONTONUMMER           PIC X(20) VALUE SPACES.
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
               VALUE "AarsopgoerelseBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.

           01 WS-CTL-KUNDER-LAEST          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-BREVE                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-PRINT                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ESPOOL                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-EMAIL-MANGLER         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-KONTI            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-STATUS-SKIP           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-RENTELINJER           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-GEBYRLINJER           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-STRAFLINJER           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-KUNDE          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-IKKE-UDSKREVET        PIC 9(7) VALUE ZEROES.
           01 WS-CTL-RETURPOST             PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV107".
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
           PERFORM DAN-AARSOPGOERELSER.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-AARSOPGOERELSER.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
           DISPLAY "OPGOERELSESAAR (YYYY, blank = i aar): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-AAR.
           IF WS-VALGT-AAR = SPACES
               MOVE WS-DAGS-AAR TO WS-RAPPORT-AAR
           ELSE
               MOVE WS-VALGT-AAR TO WS-RAPPORT-AAR
           END-IF.
           COMPUTE WS-AARETS-ULTIMO = WS-RAPPORT-AAR * 10000 + 1231.

           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM INDLAES-AARETS-RENTE.
           PERFORM INDLAES-AARETS-STRAFRENTE.
           PERFORM INDLAES-AARETS-GEBYRER.
           CLOSE KUNDEOPLFILE.

           OPEN INPUT KUNDEOPLFILE.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE "N" TO WS-SHI-FIL-SWITCH.
           OPEN INPUT SALDOHISTORIKFILE.
           IF WS-SHI-STATUS = "00"
               MOVE "Y" TO WS-SHI-FIL-SWITCH
           END-IF.
      *    No preference file simply means everything prints.
           MOVE "N" TO WS-LEV-FIL-SWITCH.
           OPEN INPUT LEVPRAEFFILE.
           IF WS-LEV-STATUS = "00"
               MOVE "Y" TO WS-LEV-FIL-SWITCH
           END-IF.
           OPEN EXTEND BREVOUT.
           IF WS-BRV-STATUS = "35"
               OPEN OUTPUT BREVOUT
           END-IF.
           IF WS-BRV-STATUS NOT = "00"
               STRING "Open AarsopgoerelseBreve.txt failed, status "
                   WS-BRV-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT ESPOOLOUT.
           IF WS-ESP-STATUS NOT = "00"
               STRING "Open AarsopgoerelseEspool.txt failed, status "
                   WS-ESP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDEOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-KUNDER-LAEST
                       PERFORM BEHANDL-EN-KUNDE
               END-READ
           END-PERFORM.

           CLOSE KUNDEOPLFILE.
           CLOSE KONTOOPLFILE.
           IF WS-SHI-FIL-AABEN
               CLOSE SALDOHISTORIKFILE
           END-IF.
           IF WS-LEV-FIL-AABEN
               CLOSE LEVPRAEFFILE
           END-IF.
           CLOSE BREVOUT.
           CLOSE ESPOOLOUT.
           PERFORM TAEL-IKKE-UDSKREVET.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    Customer-sourced lines carry the KUNDE-ID; the interest
      *    sits on the account named on the customer record.
           INDLAES-AARETS-RENTE.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT RENTEGRUNDLAGFILE.
           IF WS-RGL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: RenteIndberetningGrundlag.txt "
                   "ikke fundet, ingen rente medtaget"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ RENTEGRUNDLAGFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RIB-DATO(1:4) TO WS-GRUNDLAG-AAR
                           IF WS-GRUNDLAG-AAR = WS-RAPPORT-AAR
                               ADD 1 TO WS-CTL-RENTELINJER
                               PERFORM NOTER-RENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEGRUNDLAGFILE
           END-IF.

           NOTER-RENTE.
           IF RIB-FRA-KUNDE
               MOVE RIB-NOEGLE(1:10) TO KUNDE-ID IN KUNDEOPLREC
               PERFORM LAES-KUNDENS-KONTONUMMER
           ELSE
               MOVE "Y" TO WS-FOUND-SWITCH
               MOVE RIB-NOEGLE TO WS-SOEG-KONTONUMMER
           END-IF.
           IF WS-RECORD-FUNDET
               PERFORM FIND-ELLER-OPRET-KONTO
               IF RIB-BELOB < ZEROES
                   COMPUTE AO-RENTE-UD(WS-AO-IX) =
                       AO-RENTE-UD(WS-AO-IX) - RIB-BELOB
               ELSE
                   ADD RIB-BELOB TO AO-RENTE-IND(WS-AO-IX)
               END-IF
           END-IF.

           INDLAES-AARETS-STRAFRENTE.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE "N" TO WS-BLOK-I-AAR.
           OPEN INPUT STRAFRENTEREGISTERFILE.
           IF WS-SRI-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ STRAFRENTEREGISTERFILE INTO WS-STRAFRENTELINJE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM BEHANDL-STRAFRENTELINJE
               END-READ
           END-PERFORM.
           IF WS-SRI-STATUS NOT = "35"
               CLOSE STRAFRENTEREGISTERFILE
           END-IF.

      *    Block heading, column heading, detail and total lines
      *    told apart on their leading text.
           BEHANDL-STRAFRENTELINJE.
           EVALUATE TRUE
               WHEN SR-OVERSKRIFT = "STRAFRENTE - KORT PR. "
                   MOVE SPACES TO WS-BLOK-AAR-X
                   STRING "20" SR-KOERSELSDATO(1:2)
                       DELIMITED BY SIZE INTO WS-BLOK-AAR-X
                   MOVE "N" TO WS-BLOK-I-AAR
                   IF WS-BLOK-AAR-X IS NUMERIC
                       AND WS-BLOK-AAR = WS-RAPPORT-AAR
                       MOVE "Y" TO WS-BLOK-I-AAR
                   END-IF
               WHEN WS-STRAFRENTELINJE(1:9) = "KUNDE-ID "
                   CONTINUE
               WHEN WS-STRAFRENTELINJE(1:18) = "STRAFRENTE I ALT: "
                   CONTINUE
               WHEN WS-STRAFRENTELINJE = SPACES
                   CONTINUE
               WHEN WS-BLOK-I-AAR = "Y"
                   ADD 1 TO WS-CTL-STRAFLINJER
                   MOVE SR-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC
                   PERFORM LAES-KUNDENS-KONTONUMMER
                   IF WS-RECORD-FUNDET
                       PERFORM FIND-ELLER-OPRET-KONTO
                       MOVE SR-STRAFRENTE TO WS-BELOB
                       ADD WS-BELOB TO AO-RENTE-UD(WS-AO-IX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           INDLAES-AARETS-GEBYRER.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE "N" TO WS-BLOK-I-AAR.
           OPEN INPUT GEBYRREGISTERFILE.
           IF WS-GRI-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ GEBYRREGISTERFILE INTO WS-GEBYRLINJE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM BEHANDL-GEBYRLINJE
               END-READ
           END-PERFORM.
           IF WS-GRI-STATUS NOT = "35"
               CLOSE GEBYRREGISTERFILE
           END-IF.

           BEHANDL-GEBYRLINJE.
           EVALUATE TRUE
               WHEN GR-OVERSKRIFT = "GEBYROPKRAEVNING - KORT PR. "
                   MOVE SPACES TO WS-BLOK-AAR-X
                   STRING "20" GR-KOERSELSDATO(1:2)
                       DELIMITED BY SIZE INTO WS-BLOK-AAR-X
                   MOVE "N" TO WS-BLOK-I-AAR
                   IF WS-BLOK-AAR-X IS NUMERIC
                       AND WS-BLOK-AAR = WS-RAPPORT-AAR
                       MOVE "Y" TO WS-BLOK-I-AAR
                   END-IF
               WHEN WS-GEBYRLINJE(1:12) = "KONTONUMMER "
                   CONTINUE
               WHEN WS-GEBYRLINJE(1:15) = "GEBYRER I ALT: "
                   CONTINUE
               WHEN WS-GEBYRLINJE = SPACES
                   CONTINUE
               WHEN WS-BLOK-I-AAR = "Y"
                   ADD 1 TO WS-CTL-GEBYRLINJER
                   MOVE GR-KONTONUMMER TO WS-SOEG-KONTONUMMER
                   PERFORM FIND-ELLER-OPRET-KONTO
                   MOVE GR-GEBYR TO WS-BELOB
                   ADD WS-BELOB TO AO-GEBYR(WS-AO-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           LAES-KUNDENS-KONTONUMMER.
           MOVE "N" TO WS-FOUND-SWITCH.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE KONTONUMMER IN KUNDEOPLREC
                       TO WS-SOEG-KONTONUMMER
           END-READ.
           IF NOT WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-UKENDT-KUNDE
               DISPLAY "ADVARSEL: KUNDE-ID " KUNDE-ID IN KUNDEOPLREC
                   " findes ikke, beloeb udeladt"
           END-IF.

           FIND-KONTO.
           MOVE "N" TO WS-AO-MATCH.
           MOVE 1 TO WS-AO-IX.
           PERFORM UNTIL WS-AO-MATCH = "Y"
               OR WS-AO-IX > WS-AO-ANTAL
               IF AO-KONTONUMMER(WS-AO-IX) = WS-SOEG-KONTONUMMER
                   MOVE "Y" TO WS-AO-MATCH
               ELSE
                   ADD 1 TO WS-AO-IX
               END-IF
           END-PERFORM.

      *    A partial letter run is a wrong letter run - rather stop
      *    and have the table widened.
           FIND-ELLER-OPRET-KONTO.
           PERFORM FIND-KONTO.
           IF WS-AO-MATCH = "N"
               IF WS-AO-ANTAL >= 5000
                   MOVE "Mere end 5000 konti med aarets beloeb"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-AO-ANTAL
               MOVE WS-AO-ANTAL TO WS-AO-IX
               MOVE WS-SOEG-KONTONUMMER TO AO-KONTONUMMER(WS-AO-IX)
               MOVE ZEROES TO AO-RENTE-IND(WS-AO-IX)
               MOVE ZEROES TO AO-RENTE-UD(WS-AO-IX)
               MOVE ZEROES TO AO-GEBYR(WS-AO-IX)
               MOVE "N" TO AO-BRUGT(WS-AO-IX)
           END-IF.

      *    The customer's accounts off the KUNDE-ID alternate key,
      *    then the account on the customer record when it is not
      *    one of them but carries amounts for the year.
           BEHANDL-EN-KUNDE.
           CALL "KUNDESTATUSOPSLAG" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-LIVSSTATUS
               WS-LIVSSTATUS-RESULT.
           IF WS-LIVSSTATUS = "D"
               ADD 1 TO WS-CTL-STATUS-SKIP
           ELSE
               MOVE ZEROES TO WS-BREV-ANTAL
               MOVE ZEROES TO WS-KONTO-LINJER
               PERFORM OPBYG-BREVHOVED
               PERFORM OPBYG-KONTOLINJER
               MOVE KONTONUMMER IN KUNDEOPLREC
                   TO WS-SOEG-KONTONUMMER
               PERFORM FIND-KONTO
               IF WS-AO-MATCH = "Y"
                   IF AO-BRUGT(WS-AO-IX) = "N"
                       MOVE KONTONUMMER IN KUNDEOPLREC
                           TO WS-LINJE-KONTONUMMER
                       MOVE VALUTAKODE IN KUNDEOPLREC
                           TO WS-LINJE-VALUTA
                       MOVE BALANCE IN KUNDEOPLREC
                           TO WS-LINJE-SALDO
                       PERFORM OPBYG-EN-KONTOLINJE
                   END-IF
               END-IF
               IF WS-KONTO-LINJER = ZEROES
                   ADD 1 TO WS-CTL-UDEN-KONTI
               ELSE
                   PERFORM OPBYG-BREVAFSLUTNING
                   PERFORM SEND-BREV
               END-IF
           END-IF.

           OPBYG-KONTOLINJER.
           MOVE ZEROES TO WS-END-OF-KONTI.
           MOVE KUNDE-ID IN KUNDEOPLREC TO KUNDE-ID IN KONTOOPLREC.
           START KONTOOPLFILE
               KEY IS = KUNDE-ID OF KONTOOPLREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-KONTI
           END-START.
           PERFORM UNTIL WS-END-OF-KONTI = 1
               READ KONTOOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-KONTI
                   NOT AT END
                       IF KUNDE-ID IN KONTOOPLREC
                           NOT = KUNDE-ID IN KUNDEOPLREC
                           MOVE 1 TO WS-END-OF-KONTI
                       ELSE
                           MOVE KONTONUMMER IN KONTOOPLREC
                               TO WS-LINJE-KONTONUMMER
                           MOVE VALUTAKODE IN KONTOOPLREC
                               TO WS-LINJE-VALUTA
                           MOVE BALANCE IN KONTOOPLREC
                               TO WS-LINJE-SALDO
                           PERFORM OPBYG-EN-KONTOLINJE
                       END-IF
               END-READ
           END-PERFORM.

      *    The balance brought in is today's; the closing balance
      *    kept for 31/12 (or the last business day before it)
      *    replaces it when there is one.
           OPBYG-EN-KONTOLINJE.
           IF WS-LINJE-VALUTA = SPACES
               MOVE "DKK" TO WS-LINJE-VALUTA
           END-IF.
           PERFORM FIND-ULTIMO-SALDO.
           MOVE WS-LINJE-KONTONUMMER TO WS-SOEG-KONTONUMMER.
           PERFORM FIND-KONTO.
           MOVE WS-LINJE-SALDO TO WS-SALDO-ED.
           IF WS-AO-MATCH = "Y"
               MOVE "Y" TO AO-BRUGT(WS-AO-IX)
               MOVE AO-RENTE-IND(WS-AO-IX) TO WS-RENTE-IND-ED
               MOVE AO-RENTE-UD(WS-AO-IX) TO WS-RENTE-UD-ED
               MOVE AO-GEBYR(WS-AO-IX) TO WS-GEBYR-ED
           ELSE
               MOVE ZEROES TO WS-RENTE-IND-ED
               MOVE ZEROES TO WS-RENTE-UD-ED
               MOVE ZEROES TO WS-GEBYR-ED
           END-IF.
           ADD 1 TO WS-KONTO-LINJER.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-LINJE-KONTONUMMER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINJE-VALUTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RENTE-IND-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RENTE-UD-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GEBYR-ED DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.

           FIND-ULTIMO-SALDO.
           MOVE ZEROES TO WS-END-OF-SALDO.
           IF NOT WS-SHI-FIL-AABEN
               MOVE 1 TO WS-END-OF-SALDO
           ELSE
               MOVE WS-LINJE-KONTONUMMER TO SH-KONTONUMMER
               MOVE ZEROES TO SH-DATO
               START SALDOHISTORIKFILE
                   KEY IS >= SH-NOEGLE OF SALDOHISTORIKREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-SALDO
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-SALDO = 1
               READ SALDOHISTORIKFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-SALDO
                   NOT AT END
                       IF SH-KONTONUMMER NOT = WS-LINJE-KONTONUMMER
                           OR SH-DATO > WS-AARETS-ULTIMO
                           MOVE 1 TO WS-END-OF-SALDO
                       ELSE
                           MOVE SH-BALANCE TO WS-LINJE-SALDO
                       END-IF
               END-READ
           END-PERFORM.

           OPBYG-BREVHOVED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO CT-OUT.
           IF ADRESSE-LINJE-2 IN KUNDEOPLREC NOT = SPACES
               MOVE ADRESSE-LINJE-2 IN KUNDEOPLREC TO WS-PRINT-LINE
               PERFORM GEM-BREVLINJE
           END-IF.
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
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO CT-OUT.
           STRING POSTNR IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BY-X IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO CT-OUT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Dato: " WS-RUN-DATE-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AARSOPGOERELSE " WS-RAPPORT-AAR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Kaere " DELIMITED BY SIZE
               FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Her er din opgoerelse over saldo, renter og "
               "gebyrer for " WS-RAPPORT-AAR "."
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "KONTONUMMER          VAL SALDO 31/12 "
               "  RENTE IND    RENTE UD     GEBYRER"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.

           OPBYG-BREVAFSLUTNING.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Rente ud omfatter negativ rente og "
               "overtraeksrente." DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE "Beloebene er i kontoens valuta." TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE "Med venlig hilsen" TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.
           MOVE "Banken" TO WS-PRINT-LINE.
           PERFORM GEM-BREVLINJE.

      *    A letter longer than the page table simply loses its
      *    tail lines; two hundred lines is far past any customer.
           GEM-BREVLINJE.
           IF WS-BREV-ANTAL < 200
               ADD 1 TO WS-BREV-ANTAL
               MOVE WS-PRINT-LINE TO WS-BREV-LINJE(WS-BREV-ANTAL)
           END-IF.

           SEND-BREV.
           PERFORM BESTEM-LEVERING.
           IF WS-TIL-PRINT = "J"
               CALL "RETURPOSTKONTROL" USING
                   KUNDE-ID IN KUNDEOPLREC
                   WS-BREVTYPE
                   WS-KOR-KONTONUMMER
                   WS-STAT-PROGRAM
                   WS-RETURPOST
               IF WS-RETURPOST = "J"
                   MOVE "N" TO WS-TIL-PRINT
                   SUBTRACT 1 FROM WS-CTL-PRINT
                   ADD 1 TO WS-CTL-RETURPOST
               END-IF
           END-IF.
           IF WS-TIL-PRINT = "J" OR WS-TIL-ESPOOL = "J"
               ADD 1 TO WS-CTL-BREVE
               CALL "KORRESPONDANCELOG" USING
                   KUNDE-ID IN KUNDEOPLREC
                   WS-BREVTYPE
                   WS-KOR-KONTONUMMER
                   WS-KOR-RESULT
               IF WS-TIL-PRINT = "J"
                   CALL "PRINTINDEKS" USING WS-PRINTFIL
                       KUNDE-ID IN KUNDEOPLREC
                       WS-BREVTYPE
                       WS-KOR-KONTONUMMER
                       WS-PIX-RESULT
               END-IF
               MOVE 1 TO WS-BREV-IX
               PERFORM SKRIV-BREVLINJE
                   UNTIL WS-BREV-IX > WS-BREV-ANTAL
           END-IF.

      *    The first line of a printed letter starts a new page,
      *    the same WRITE AFTER ADVANCING PAGE as Opgave18.
           SKRIV-BREVLINJE.
           IF WS-TIL-PRINT = "J"
               MOVE WS-BREV-LINJE(WS-BREV-IX) TO BREVLINE
               IF WS-BREV-IX = 1
                   WRITE BREVLINE AFTER ADVANCING PAGE
               ELSE
                   WRITE BREVLINE
               END-IF
           END-IF.
           IF WS-TIL-ESPOOL = "J"
               MOVE WS-BREV-LINJE(WS-BREV-IX) TO ESPOOLLINE
               WRITE ESPOOLLINE
           END-IF.
           ADD 1 TO WS-BREV-IX.

      *    The customer's preference decides where the letter goes:
      *    print, the electronic spool, or both. An electronic
      *    choice without an email on file falls back to print and
      *    is counted, as on the Opgave25 statements.
           BESTEM-LEVERING.
           MOVE "J" TO WS-TIL-PRINT.
           MOVE "N" TO WS-TIL-ESPOOL.
           MOVE SPACES TO WS-EJER-EMAIL.
           IF WS-LEV-FIL-AABEN
               MOVE KUNDE-ID IN KUNDEOPLREC
                   TO LEV-KUNDE-ID IN LEVPRAEFREC
               READ LEVPRAEFFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN LEV-ER-ELEKTRONISK
                               MOVE "N" TO WS-TIL-PRINT
                               MOVE "J" TO WS-TIL-ESPOOL
                           WHEN LEV-ER-BEGGE
                               MOVE "J" TO WS-TIL-ESPOOL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.
           IF WS-TIL-ESPOOL = "J"
               PERFORM FIND-EJER-EMAIL
               IF WS-EJER-EMAIL = SPACES
                   ADD 1 TO WS-CTL-EMAIL-MANGLER
                   MOVE "N" TO WS-TIL-ESPOOL
                   MOVE "J" TO WS-TIL-PRINT
               END-IF
           END-IF.
           IF WS-TIL-PRINT = "J"
               ADD 1 TO WS-CTL-PRINT
           END-IF.
           IF WS-TIL-ESPOOL = "J"
               ADD 1 TO WS-CTL-ESPOOL
               MOVE SPACES TO ESPOOLLINE
               STRING "=== EMAIL: " WS-EJER-EMAIL
                   DELIMITED BY SIZE INTO ESPOOLLINE
               WRITE ESPOOLLINE
           END-IF.

      *    First email contact on file for the customer, scanned
      *    off the Opgave17 contacts the same way they were keyed.
           FIND-EJER-EMAIL.
           MOVE ZEROES TO WS-END-OF-KONTAKT.
           OPEN INPUT KONTAKTFILE.
           IF WS-KTA-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-KONTAKT
           END-IF.
           PERFORM UNTIL WS-END-OF-KONTAKT = 1
               READ KONTAKTFILE INTO KONTAKTREC
                   AT END
                       MOVE 1 TO WS-END-OF-KONTAKT
                   NOT AT END
                       IF KT-KUNDE-ID = KUNDE-ID IN KUNDEOPLREC
                           AND KT-ER-EMAIL
                           AND KT-EMAIL NOT = SPACES
                           MOVE KT-EMAIL TO WS-EJER-EMAIL
                           MOVE 1 TO WS-END-OF-KONTAKT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KTA-STATUS NOT = "35"
               CLOSE KONTAKTFILE
           END-IF.

      *    Amounts on an account that reached no letter - an
      *    account no longer on KontoOpl.txt whose customer record
      *    names another - are counted for the operator.
           TAEL-IKKE-UDSKREVET.
           MOVE 1 TO WS-AO-IX.
           PERFORM UNTIL WS-AO-IX > WS-AO-ANTAL
               IF AO-BRUGT(WS-AO-IX) = "N"
                   ADD 1 TO WS-CTL-IKKE-UDSKREVET
                   DISPLAY "ADVARSEL: KONTONUMMER "
                       AO-KONTONUMMER(WS-AO-IX)
                       " kom ikke med paa nogen opgoerelse"
               END-IF
               ADD 1 TO WS-AO-IX
           END-PERFORM.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE107 - KOERSELSOVERSIGT".
           DISPLAY "KUNDER LAEST:            " WS-CTL-KUNDER-LAEST.
           DISPLAY "RENTELINJER I AARET:     " WS-CTL-RENTELINJER.
           DISPLAY "STRAFRENTELINJER:        " WS-CTL-STRAFLINJER.
           DISPLAY "GEBYRLINJER:             " WS-CTL-GEBYRLINJER.
           DISPLAY "BREVE DANNET:            " WS-CTL-BREVE.
           DISPLAY "HERAF PRINT:             " WS-CTL-PRINT.
           DISPLAY "HERAF ELEKTRONISK:       " WS-CTL-ESPOOL.
           DISPLAY "PRINT HOLDT (RETURPOST): " WS-CTL-RETURPOST.
           DISPLAY "EMAIL MANGLEDE:          " WS-CTL-EMAIL-MANGLER.
           DISPLAY "UDEN KONTI:              " WS-CTL-UDEN-KONTI.
           DISPLAY "UNDERTRYKT (STATUS):     " WS-CTL-STATUS-SKIP.
           DISPLAY "UKENDT KUNDE:            " WS-CTL-UKENDT-KUNDE.
           DISPLAY "KONTI IKKE UDSKREVET:    " WS-CTL-IKKE-UDSKREVET.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE107: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KUNDER-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-BREVE TO WS-STAT-SKREVET.
           COMPUTE WS-STAT-AFVIST =
               WS-CTL-UKENDT-KUNDE + WS-CTL-IKKE-UDSKREVET.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
