           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE133.

      *    Automatic sweep and top-up between a customer's own
      *    accounts. OverfoerselsRegler.txt holds one rule per
      *    account pair - the account whose balance is steered, the
      *    customer's other account, a target balance, a direction
      *    and a frequency - maintained in the branch the way the
      *    other rule files are:
      *
      *      "F" sweep: what the account holds above the target
      *          goes to the other account (salary to savings)
      *      "O" top-up: the account is brought back up to the
      *          target from the other account (savings to the
      *          current account ahead of its standing orders)
      *
      *    and "D" every banking day, "U" the last banking day of
      *    the week, "M" the last banking day of the month, decided
      *    through BANKDAGOPSLAG over the Bankdage.txt calendar the
      *    way UGEKONTROL and PERIODEKONTROL decide them for the
      *    chain. This replaces the fixed-amount standing orders
      *    keyed for sweeps, which never knew what the balance was.
      *
      *    The amount is worked out from the live figure - BALANCE
      *    less the card holds (RESERVATIONSSUM) and the blocked
      *    seizure amounts (UDLAEGSSUM), as Opgave49 sees it - plus
      *    whatever this run has already moved in or out of the
      *    account, and written to Transaktioner.txt as one type
      *    "T" transfer for Opgave21. The run stands ahead of the
      *    FASTEORDRER step so a top-up lands before the standing
      *    orders are checked for cover. The account paying out
      *    obeys its product terms (PRODUKTREGLOPSLAG): a type that
      *    may not be drawn on is never touched, and a transfer
      *    above the type's per-withdrawal ceiling is cut to the
      *    ceiling rather than sent to the referral queue. A rule
      *    between accounts of different customers, or on a
      *    closed, frozen or unknown account, is refused with a
      *    warning and moves nothing.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REGELFILEIN ASSIGN TO "OverfoerselsRegler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT TRANSAKTIONFILE ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD REGELFILEIN.
           01 REGELREC.
               02 OVR-KONTONUMMER          PIC X(20).
               02 OVR-MODKONTO             PIC X(20).
               02 OVR-RETNING              PIC X(1).
                  88 OVR-ER-FEJNING        VALUE "F".
                  88 OVR-ER-OPFYLDNING     VALUE "O".
               02 OVR-MAALBALANCE          PIC 9(7)V99.
               02 OVR-FREKVENS             PIC X(1).
                  88 OVR-ER-DAGLIG         VALUE "D".
                  88 OVR-ER-UGENTLIG       VALUE "U".
                  88 OVR-ER-MAANEDLIG      VALUE "M".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD TRANSAKTIONFILE.
           01 TRANSAKTIONREC.
               COPY "TRANSPOSTERING.cpy".

           WORKING-STORAGE SECTION.
           01 WS-OVR-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    Which frequencies are due today.
           01 WS-ER-BANKDAG                PIC X(1) VALUE SPACES.
           01 WS-NAESTE-BANKDAG            PIC 9(8) VALUE ZEROES.
           01 WS-UGESLUT                   PIC X(1) VALUE "N".
           01 WS-MAANEDSSLUT               PIC X(1) VALUE "N".
           01 WS-UGE-DATO                  PIC 9(7) VALUE ZEROES.
           01 WS-UGE-NAESTE                PIC 9(7) VALUE ZEROES.
           01 WS-RUL-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-RUL-DATO-X REDEFINES WS-RUL-DATO.
               02 WS-RUL-AAR               PIC 9(4).
               02 WS-RUL-MAANED            PIC 9(2).
               02 WS-RUL-DAG               PIC 9(2).
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.

      *    Day serial since 2000-01-01 (= serial 1, a Saturday),
      *    the UGEKONTROL week arithmetic.
           01 WS-SERIEL                    PIC 9(7) VALUE ZEROES.
           01 WS-SER-AAR2000               PIC 9(4) VALUE ZEROES.
           01 WS-SER-SKUDDAGE              PIC 9(4) VALUE ZEROES.
           01 WS-SER-KUMDAGE               PIC 9(3) VALUE ZEROES.
           01 WS-SER-REST                  PIC 9(4) VALUE ZEROES.
           01 WS-SER-KVOT                  PIC 9(7) VALUE ZEROES.

      *    The two accounts of the rule as KontoOpl.txt has them.
           01 WS-STYRET-KONTO.
               COPY "KONTOOPL.cpy".
           01 WS-MOD-KONTO.
               COPY "KONTOOPL.cpy".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".
           01 WS-REGEL-AARSAG              PIC X(30) VALUE SPACES.

      *    AVAILABLE BALANCE of one account, the Opgave49 figure.
           01 WS-DISP-KONTONUMMER          PIC X(20) VALUE SPACES.
           01 WS-DISP-BALANCE              PIC 9(7)V99 VALUE ZEROES.
           01 WS-HOLD-SUM                  PIC 9(9)V99 VALUE ZEROES.
           01 WS-HOLD-SUM-RESULT           PIC X(1) VALUE SPACES.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.
           01 WS-DISPONIBEL                PIC S9(11)V99 VALUE ZEROES.
           01 WS-STYRET-DISPONIBEL         PIC S9(11)V99 VALUE ZEROES.

      *    What this run has already moved per account, so a
      *    second rule on the same account sees the first one.
           01 WS-FLYTNINGER.
               02 WS-FLT-RAEKKE OCCURS 500 TIMES.
                   03 WS-FLT-KONTONUMMER   PIC X(20).
                   03 WS-FLT-BELOB         PIC S9(9)V99.
           01 WS-FLT-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-FLT-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-FLT-FUNDET                PIC X(1) VALUE "N".

           01 WS-FRA-KONTONUMMER           PIC X(20) VALUE SPACES.
           01 WS-TIL-KONTONUMMER           PIC X(20) VALUE SPACES.
           01 WS-FRA-KONTOTYPE             PIC X(4) VALUE SPACES.
           01 WS-BEREGNET                  PIC S9(11)V99 VALUE ZEROES.
           01 WS-OVERFOERSEL               PIC 9(7)V99 VALUE ZEROES.
           01 WS-POSTERING-MAX             PIC 9(7)V99
                                           VALUE 9999999.99.

      *    PRODUCT RULES of the paying account, as Opgave21 reads
      *    them.
           01 WS-PRG-HAEVNING              PIC X(1) VALUE SPACES.
           01 WS-PRG-VARSEL-DAGE           PIC 9(3) VALUE ZEROES.
           01 WS-PRG-LOFT                  PIC 9(7)V99 VALUE ZEROES.
           01 WS-PRG-RESULT                PIC X(1) VALUE SPACES.

           01 WS-CTL-REGLER                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-IKKE-FORFALDEN        PIC 9(5) VALUE ZEROES.
           01 WS-CTL-INTET-AT-FLYTTE       PIC 9(5) VALUE ZEROES.
           01 WS-CTL-FEJNINGER             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-OPFYLDNINGER          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BEGRAENSET            PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AFVIST                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BELOB                 PIC 9(9)V99 VALUE ZEROES.
           01 WS-CTL-BELOB-ED              PIC Z(8)9.99 VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV133".
           01 WS-STAT-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-STAT-LAEST                PIC 9(7) VALUE ZEROES.
           01 WS-STAT-SKREVET              PIC 9(7) VALUE ZEROES.
           01 WS-STAT-AFVIST               PIC 9(7) VALUE ZEROES.
           01 WS-STAT-START-TID            PIC 9(8) VALUE ZEROES.
           01 WS-STAT-STATUS               PIC X(2) VALUE "OK".
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
      *    HANDOFF CONTROL END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           PERFORM UDFOER-OVERFOERSLER.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           UDFOER-OVERFOERSLER.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.

           OPEN INPUT REGELFILEIN.
           IF WS-OVR-STATUS NOT = "00"
               DISPLAY "Ingen OverfoerselsRegler.txt - intet at "
                   "overfoere."
           ELSE
               PERFORM BEDOEM-PERIODESLUT
               OPEN INPUT KONTOOPLFILE
               IF WS-KOF-STATUS NOT = "00"
                   STRING "Open KontoOpl.txt failed, status "
                       WS-KOF-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               OPEN EXTEND TRANSAKTIONFILE
               IF WS-TRA-STATUS = "35"
                   OPEN OUTPUT TRANSAKTIONFILE
               END-IF
               IF WS-TRA-STATUS NOT = "00"
                   STRING "Open Transaktioner.txt failed, status "
                       WS-TRA-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF

               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ REGELFILEIN
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CTL-REGLER
                           PERFORM BEHANDL-EN-REGEL
                   END-READ
               END-PERFORM

               CLOSE REGELFILEIN
               CLOSE KONTOOPLFILE
               CLOSE TRANSAKTIONFILE
               PERFORM REGISTRER-TRANSAKTIONER
           END-IF.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    Today closes the week when the next banking day lies in
      *    a later Monday-to-Sunday week, and the month when it
      *    lies in another month.
           BEDOEM-PERIODESLUT.
           MOVE WS-DAGS-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           COMPUTE WS-UGE-DATO = (WS-SERIEL + 4) / 7.
           PERFORM LAEG-EN-DAG-TIL.
           CALL "BANKDAGOPSLAG" USING WS-RUL-DATO
               WS-ER-BANKDAG WS-NAESTE-BANKDAG.
           MOVE WS-NAESTE-BANKDAG TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           COMPUTE WS-UGE-NAESTE = (WS-SERIEL + 4) / 7.
           IF WS-UGE-NAESTE > WS-UGE-DATO
               MOVE "J" TO WS-UGESLUT
           END-IF.
           IF WS-NAESTE-BANKDAG(5:2) NOT = WS-DAGS-DATO(5:2)
               MOVE "J" TO WS-MAANEDSSLUT
           END-IF.

           BEHANDL-EN-REGEL.
           IF OVR-ER-DAGLIG
               OR (OVR-ER-UGENTLIG AND WS-UGESLUT = "J")
               OR (OVR-ER-MAANEDLIG AND WS-MAANEDSSLUT = "J")
               PERFORM KONTROLLER-REGEL
               IF WS-REGEL-AARSAG NOT = SPACES
                   ADD 1 TO WS-CTL-AFVIST
                   DISPLAY "ADVARSEL: Regel " OVR-KONTONUMMER
                       " / " OVR-MODKONTO " afvist - "
                       WS-REGEL-AARSAG
               ELSE
                   PERFORM BEREGN-OVERFOERSEL
               END-IF
           ELSE
               ADD 1 TO WS-CTL-IKKE-FORFALDEN
           END-IF.

      *    Both accounts must be open and the customer's own; a
      *    rule row the branch mistyped moves nothing.
           KONTROLLER-REGEL.
           MOVE SPACES TO WS-REGEL-AARSAG.
           IF NOT OVR-ER-FEJNING AND NOT OVR-ER-OPFYLDNING
               MOVE "UKENDT RETNING" TO WS-REGEL-AARSAG
           END-IF.
           IF OVR-MAALBALANCE IS NOT NUMERIC
               MOVE "MAALBALANCE UGYLDIG" TO WS-REGEL-AARSAG
           END-IF.
           IF OVR-KONTONUMMER = OVR-MODKONTO
               MOVE "SAMME KONTO TO GANGE" TO WS-REGEL-AARSAG
           END-IF.
           IF WS-REGEL-AARSAG = SPACES
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE OVR-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE
                   INVALID KEY
                       MOVE "UKENDT KONTO" TO WS-REGEL-AARSAG
                   NOT INVALID KEY
                       MOVE KONTOOPLREC TO WS-STYRET-KONTO
               END-READ
           END-IF.
           IF WS-REGEL-AARSAG = SPACES
               MOVE OVR-MODKONTO TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE
                   INVALID KEY
                       MOVE "UKENDT MODKONTO" TO WS-REGEL-AARSAG
                   NOT INVALID KEY
                       MOVE KONTOOPLREC TO WS-MOD-KONTO
               END-READ
           END-IF.
           IF WS-REGEL-AARSAG = SPACES
               EVALUATE TRUE
                   WHEN KUNDE-ID IN WS-STYRET-KONTO
                       NOT = KUNDE-ID IN WS-MOD-KONTO
                       MOVE "KONTI HAR FORSKELLIGE EJERE"
                           TO WS-REGEL-AARSAG
                   WHEN KONTO-ER-LUKKET IN WS-STYRET-KONTO
                       OR KONTO-ER-LUKKET IN WS-MOD-KONTO
                       MOVE "KONTO LUKKET" TO WS-REGEL-AARSAG
                   WHEN KONTO-ER-FROSSET IN WS-STYRET-KONTO
                       OR KONTO-ER-FROSSET IN WS-MOD-KONTO
                       MOVE "KONTO FROSSET" TO WS-REGEL-AARSAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    A sweep pays out of the steered account, a top-up out of
      *    the other one; a top-up takes what the paying account
      *    has when it cannot cover all of it.
           BEREGN-OVERFOERSEL.
           MOVE OVR-KONTONUMMER TO WS-DISP-KONTONUMMER.
           MOVE BALANCE IN WS-STYRET-KONTO TO WS-DISP-BALANCE.
           PERFORM BEREGN-DISPONIBEL.
           MOVE WS-DISPONIBEL TO WS-STYRET-DISPONIBEL.
           IF OVR-ER-FEJNING
               MOVE OVR-KONTONUMMER TO WS-FRA-KONTONUMMER
               MOVE OVR-MODKONTO TO WS-TIL-KONTONUMMER
               MOVE KONTOTYPE IN WS-STYRET-KONTO TO WS-FRA-KONTOTYPE
               COMPUTE WS-BEREGNET =
                   WS-STYRET-DISPONIBEL - OVR-MAALBALANCE
           ELSE
               MOVE OVR-MODKONTO TO WS-FRA-KONTONUMMER
               MOVE OVR-KONTONUMMER TO WS-TIL-KONTONUMMER
               MOVE KONTOTYPE IN WS-MOD-KONTO TO WS-FRA-KONTOTYPE
               COMPUTE WS-BEREGNET =
                   OVR-MAALBALANCE - WS-STYRET-DISPONIBEL
               MOVE OVR-MODKONTO TO WS-DISP-KONTONUMMER
               MOVE BALANCE IN WS-MOD-KONTO TO WS-DISP-BALANCE
               PERFORM BEREGN-DISPONIBEL
               IF WS-BEREGNET > WS-DISPONIBEL
                   MOVE WS-DISPONIBEL TO WS-BEREGNET
               END-IF
           END-IF.
           IF WS-BEREGNET > WS-POSTERING-MAX
               MOVE WS-POSTERING-MAX TO WS-BEREGNET
           END-IF.

           IF WS-BEREGNET NOT > ZEROES
               ADD 1 TO WS-CTL-INTET-AT-FLYTTE
           ELSE
               MOVE WS-BEREGNET TO WS-OVERFOERSEL
               PERFORM ANVEND-PRODUKTREGLER
           END-IF.

      *    A zero ceiling means none; the notice period is for the
      *    customer's own large withdrawals and is not given here.
           ANVEND-PRODUKTREGLER.
           CALL "PRODUKTREGLOPSLAG" USING WS-FRA-KONTOTYPE
               WS-PRG-HAEVNING WS-PRG-VARSEL-DAGE WS-PRG-LOFT
               WS-PRG-RESULT.
           IF WS-PRG-RESULT = "M" AND WS-PRG-HAEVNING = "N"
               ADD 1 TO WS-CTL-AFVIST
               DISPLAY "ADVARSEL: Regel " OVR-KONTONUMMER
                   " / " OVR-MODKONTO " afvist - "
                   WS-FRA-KONTONUMMER " maa ikke haeves paa"
           ELSE
               IF WS-PRG-RESULT = "M" AND WS-PRG-LOFT > ZEROES
                   AND WS-OVERFOERSEL > WS-PRG-LOFT
                   MOVE WS-PRG-LOFT TO WS-OVERFOERSEL
                   ADD 1 TO WS-CTL-BEGRAENSET
               END-IF
               PERFORM SKRIV-OVERFOERSEL
           END-IF.

           SKRIV-OVERFOERSEL.
           MOVE SPACES TO TRANSAKTIONREC.
           MOVE WS-FRA-KONTONUMMER TO TP-KONTONUMMER IN TRANSAKTIONREC.
           MOVE "T" TO TP-TRANS-TYPE IN TRANSAKTIONREC.
           MOVE WS-OVERFOERSEL TO TP-BELOB IN TRANSAKTIONREC.
           MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE WS-TIL-KONTONUMMER
               TO TP-MODKONTONUMMER IN TRANSAKTIONREC.
           IF OVR-ER-FEJNING
               MOVE "AUTOMATISK OPSPARING"
                   TO TP-TEKST IN TRANSAKTIONREC
               ADD 1 TO WS-CTL-FEJNINGER
           ELSE
               MOVE "AUTOMATISK OPFYLDNING"
                   TO TP-TEKST IN TRANSAKTIONREC
               ADD 1 TO WS-CTL-OPFYLDNINGER
           END-IF.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.
           ADD WS-OVERFOERSEL TO WS-CTL-BELOB.

           MOVE WS-FRA-KONTONUMMER TO WS-DISP-KONTONUMMER.
           PERFORM FIND-ELLER-OPRET-FLT-RAEKKE.
           SUBTRACT WS-OVERFOERSEL FROM WS-FLT-BELOB(WS-FLT-IX).
           MOVE WS-TIL-KONTONUMMER TO WS-DISP-KONTONUMMER.
           PERFORM FIND-ELLER-OPRET-FLT-RAEKKE.
           ADD WS-OVERFOERSEL TO WS-FLT-BELOB(WS-FLT-IX).

           BEREGN-DISPONIBEL.
           CALL "RESERVATIONSSUM" USING WS-DISP-KONTONUMMER
               WS-HOLD-SUM WS-HOLD-SUM-RESULT.
           CALL "UDLAEGSSUM" USING WS-DISP-KONTONUMMER
               WS-BLOKERET-SUM WS-BLOKERET-RESULT.
           COMPUTE WS-DISPONIBEL = WS-DISP-BALANCE
               - WS-HOLD-SUM - WS-BLOKERET-SUM.
           PERFORM FIND-ELLER-OPRET-FLT-RAEKKE.
           ADD WS-FLT-BELOB(WS-FLT-IX) TO WS-DISPONIBEL.

      *    A full table is reported and its last row is reused, so
      *    the run goes on as if the account had no earlier rule
      *    this run.
           FIND-ELLER-OPRET-FLT-RAEKKE.
           MOVE "N" TO WS-FLT-FUNDET.
           MOVE 1 TO WS-FLT-IX.
           PERFORM UNTIL WS-FLT-FUNDET = "Y"
               OR WS-FLT-IX > WS-FLT-ANTAL
               IF WS-FLT-KONTONUMMER(WS-FLT-IX)
                   = WS-DISP-KONTONUMMER
                   MOVE "Y" TO WS-FLT-FUNDET
               ELSE
                   ADD 1 TO WS-FLT-IX
               END-IF
           END-PERFORM.
           IF WS-FLT-FUNDET = "N"
               IF WS-FLT-ANTAL < 500
                   ADD 1 TO WS-FLT-ANTAL
                   MOVE WS-FLT-ANTAL TO WS-FLT-IX
               ELSE
                   DISPLAY "ADVARSEL: Kontotabel fuld ved "
                       WS-DISP-KONTONUMMER
                   MOVE 500 TO WS-FLT-IX
               END-IF
               MOVE WS-DISP-KONTONUMMER
                   TO WS-FLT-KONTONUMMER(WS-FLT-IX)
               MOVE ZEROES TO WS-FLT-BELOB(WS-FLT-IX)
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

           SKRIV-KOERSELSOVERSIGT.
           MOVE WS-CTL-BELOB TO WS-CTL-BELOB-ED.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE133 - KOERSELSOVERSIGT".
           DISPLAY "REGLER LAEST:            " WS-CTL-REGLER.
           DISPLAY "IKKE FORFALDNE I DAG:    "
               WS-CTL-IKKE-FORFALDEN.
           DISPLAY "INTET AT FLYTTE:         "
               WS-CTL-INTET-AT-FLYTTE.
           DISPLAY "OPSPARINGER:             " WS-CTL-FEJNINGER.
           DISPLAY "OPFYLDNINGER:            " WS-CTL-OPFYLDNINGER.
           DISPLAY "  BEGRAENSET AF LOFT:    " WS-CTL-BEGRAENSET.
           DISPLAY "REGLER AFVIST:           " WS-CTL-AFVIST.
           DISPLAY "BELOB OVERFOERT:         " WS-CTL-BELOB-ED.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE133: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-REGLER TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-FEJNINGER + WS-CTL-OPFYLDNINGER.
           MOVE WS-CTL-AFVIST TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.

      *    Every record laid on the intake is counted, and the
      *    count is added to the intake's handoff control when the
      *    file is closed (KONTROLTOTAL), so the posting side can
      *    tell a whole intake from a cut-off one.
           TAEL-TRANSAKTION.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE TRANSAKTIONREC TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-TRANSAKTIONER.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAV133" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
