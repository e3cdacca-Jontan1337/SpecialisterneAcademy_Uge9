      *    whose text carries the payment number - and writes the
      *    clearing export ClearingEksport.txt with UD02 details
      *    and a UD09 trailer carrying count and amount total, so
      *    the clearing terminal re-keying stops. An order the
      *    account's available balance does not cover - BALANCE
      *    less the card holds (RESERVATIONSSUM) and the amounts
      *    blocked by seizure and garnishment orders (UDLAEGSSUM),
      *    the Opgave21 figure - is turned away before anything is
      *    written, since money sent to another bank cannot be
      *    called back afterwards.
      *
      *    For the same reason a covered order can be held back on
      *    BetalingsHold.txt for a callback instead of being sent:
      *    when it takes the customer over the day's outbound limit
      *    (UDBGRAENSEOPSLAG - the customer's own limit, else the
      *    default for the paying account's KONTOTYPE), or when it
      *    is a first payment to a beneficiary IBAN the customer
      *    has never paid (KendteModtagere.txt) above the amount in
      *    NyModtagerGraense.txt (default 10000.00). An item the
      *    operator has released on the Opgave131 screen after
      *    confirming with the customer is sent at the start of the
      *    next export run, cover checked again; one the account no
      *    longer covers waits for the run after. Orders drawn on
      *    the salary clearing account in LoenMellemregning.txt
      *    are the payroll lines of an employer's file already
      *    checked and debited by Opgave132, and are not held.
      *
      *    Function M is the end-of-day match: every UD02 line in
      *    the export is looked for in TransaktionsHistorik.txt by
               ASSIGN TO "TransaktionsHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THI-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT BETALINGSHOLDFILE ASSIGN TO "BetalingsHold.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-NR OF BETALINGSHOLDREC
               FILE STATUS IS WS-BHO-STATUS.
           SELECT HOLDNRFILE ASSIGN TO "BetalingsHoldNr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HNR-STATUS.
           SELECT KENDTMODTAGERFILE ASSIGN TO "KendteModtagere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KM-NOEGLE OF KENDTMODTAGERREC
               FILE STATUS IS WS-KMO-STATUS.
           SELECT NYMODTAGERGRAENSEFILE
               ASSIGN TO "NyModtagerGraense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NMG-STATUS.
           SELECT MELLEMREGNINGFILE ASSIGN TO "LoenMellemregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRK-STATUS.
           SELECT MATCHRAPPORTOUT
               ASSIGN TO "UdbetalingsMatch.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FD TRANSHISTORIKFILE.
           01 TRANSHISTORIKLINE            PIC X(171).

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD BETALINGSHOLDFILE.
           01 BETALINGSHOLDREC.
               COPY "BETALINGSHOLD.cpy".

           FD HOLDNRFILE.
           01 HOLDNRREC                    PIC 9(6).

           FD KENDTMODTAGERFILE.
           01 KENDTMODTAGERREC.
               COPY "KENDTMODTAGER.cpy".

           FD NYMODTAGERGRAENSEFILE.
           01 NYMODTAGERGRAENSEREC         PIC 9(7)V99.

           FD MELLEMREGNINGFILE.
           01 MELLEMREGNINGREC             PIC X(20).

           FD MATCHRAPPORTOUT.
           01 MATCHRAPPORTLINE             PIC X(100).

           01 WS-BNR-STATUS                PIC X(2).
           01 WS-THI-STATUS                PIC X(2).
           01 WS-MRA-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-BHO-STATUS                PIC X(2).
           01 WS-HNR-STATUS                PIC X(2).
           01 WS-KMO-STATUS                PIC X(2).
           01 WS-NMG-STATUS                PIC X(2).
           01 WS-MRK-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-HISTORIK           PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-HOLD               PIC 9(1) VALUE ZEROES.

           01 WS-FUNKTION                  PIC X(1) VALUE SPACES.
              88 WS-FUNK-EKSPORT           VALUE "E".
           01 WS-IBAN-RESULT               PIC X(1) VALUE SPACES.
           01 WS-NAESTE-BETALINGSNR        PIC 9(9) VALUE ZEROES.

      *    AVAILABLE BALANCE: booked balance less the card holds and
      *    the blocked seizure amounts, as in Opgave21.
           01 WS-HOLD-SUM                  PIC 9(9)V99 VALUE ZEROES.
           01 WS-HOLD-SUM-RESULT           PIC X(1) VALUE SPACES.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.
           01 WS-DISPONIBEL                PIC S9(9)V99 VALUE ZEROES.

      *    What this run has already sent out per account; the
      *    debits only reach BALANCE when Opgave21 runs. 500 rows
      *    is far beyond one day's distinct paying accounts.
           01 WS-TRK-MAX                   PIC 9(3) VALUE 500.
           01 WS-TRK-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-TRK-TABEL.
               02 WS-TRK-RAEKKE OCCURS 500 TIMES.
                   03 WS-TRK-KONTONUMMER   PIC X(20).
                   03 WS-TRK-BELOB         PIC 9(9)V99.
           01 WS-TRK-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-TRK-FUNDET                PIC X(1) VALUE "N".

      *    The paying account's owner and type, from the cover
      *    check's KontoOpl.txt read.
           01 WS-KUNDE-ID                  PIC X(10) VALUE SPACES.
           01 WS-KONTOTYPE                 PIC X(4) VALUE SPACES.

      *    What this run has sent out per customer, across all the
      *    customer's accounts, against the daily outbound limit.
           01 WS-KDG-MAX                   PIC 9(3) VALUE 500.
           01 WS-KDG-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-KDG-TABEL.
               02 WS-KDG-RAEKKE OCCURS 500 TIMES.
                   03 WS-KDG-KUNDE-ID      PIC X(10).
                   03 WS-KDG-BELOB         PIC 9(9)V99.
           01 WS-KDG-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-KDG-FUNDET                PIC X(1) VALUE "N".

           01 WS-UDG-GRAENSE               PIC 9(7)V99 VALUE ZEROES.
           01 WS-UDG-RESULT                PIC X(1) VALUE SPACES.
           01 WS-NY-MODTAGER-GRAENSE       PIC 9(7)V99 VALUE 10000.
           01 WS-LOEN-MELLEMREGNING        PIC X(20) VALUE SPACES.
      *    Why an order is held: "G" the daily limit, "M" a new
      *    beneficiary; spaces when it may go.
           01 WS-HOLD-AARSAG               PIC X(1) VALUE SPACES.
           01 WS-NAESTE-BH-NR              PIC 9(6) VALUE ZEROES.
           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.

      *    The clearing export line seen through its layouts.
           01 WS-UD-REC.
               02 WS-UD-RECTYPE            PIC X(4).

           01 WS-CTL-EKSPORTERET           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AFVIST-IBAN           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AFVIST-DAEKNING       PIC 9(5) VALUE ZEROES.
           01 WS-CTL-SUM                   PIC 9(11)V99 VALUE ZEROES.
           01 WS-CTL-TILBAGEHOLDT          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-FRIGIVET-SENDT        PIC 9(5) VALUE ZEROES.
           01 WS-CTL-FRIGIVET-VENTER       PIC 9(5) VALUE ZEROES.
           01 WS-CTL-MATCHET               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UMATCHET              PIC 9(5) VALUE ZEROES.

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
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               OPEN INPUT KONTOOPLFILE
               IF WS-KOF-STATUS NOT = "00"
                   STRING "Open KontoOpl.txt failed, status "
                       WS-KOF-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               PERFORM ABN-HOLDFILER
               PERFORM LAES-NY-MODTAGER-GRAENSE
               PERFORM LAES-LOEN-MELLEMREGNING
               PERFORM SEND-FRIGIVNE-BETALINGER

               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ UDBETALINGFILE INTO UDBETALINGREC
               PERFORM SKRIV-EKSPORT-TRAILER
               CLOSE UDBETALINGFILE
               CLOSE TRANSAKTIONFILE
               PERFORM REGISTRER-TRANSAKTIONER
               CLOSE CLEARINGEKSPORTFILE
               CLOSE KONTOOPLFILE
               CLOSE BETALINGSHOLDFILE
               CLOSE KENDTMODTAGERFILE
               PERFORM SKRIV-KOERSELSOVERSIGT
           END-IF.

           ABN-HOLDFILER.
           OPEN I-O BETALINGSHOLDFILE.
           IF WS-BHO-STATUS NOT = "00"
               OPEN OUTPUT BETALINGSHOLDFILE
               CLOSE BETALINGSHOLDFILE
               OPEN I-O BETALINGSHOLDFILE
           END-IF.
           IF WS-BHO-STATUS NOT = "00"
               STRING "Open BetalingsHold.txt failed, status "
                   WS-BHO-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN I-O KENDTMODTAGERFILE.
           IF WS-KMO-STATUS NOT = "00"
               OPEN OUTPUT KENDTMODTAGERFILE
               CLOSE KENDTMODTAGERFILE
               OPEN I-O KENDTMODTAGERFILE
           END-IF.
           IF WS-KMO-STATUS NOT = "00"
               STRING "Open KendteModtagere.txt failed, status "
                   WS-KMO-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

      *    A missing or unreadable file keeps the default.
           LAES-NY-MODTAGER-GRAENSE.
           OPEN INPUT NYMODTAGERGRAENSEFILE.
           IF WS-NMG-STATUS = "00"
               READ NYMODTAGERGRAENSEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NYMODTAGERGRAENSEREC IS NUMERIC
                           AND NYMODTAGERGRAENSEREC > ZEROES
                           MOVE NYMODTAGERGRAENSEREC
                               TO WS-NY-MODTAGER-GRAENSE
                       END-IF
               END-READ
               CLOSE NYMODTAGERGRAENSEFILE
           END-IF.

      *    No file means no salary clearing account to exempt.
           LAES-LOEN-MELLEMREGNING.
           OPEN INPUT MELLEMREGNINGFILE.
           IF WS-MRK-STATUS = "00"
               READ MELLEMREGNINGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MELLEMREGNINGREC TO WS-LOEN-MELLEMREGNING
               END-READ
               CLOSE MELLEMREGNINGFILE
           END-IF.

      *    Items released on the Opgave131 screen go first, without
      *    the limit and beneficiary checks - the customer has
      *    confirmed them - but they count towards the day's limit
      *    for the customer's later orders.
           SEND-FRIGIVNE-BETALINGER.
           MOVE ZEROES TO WS-END-OF-HOLD.
           MOVE ZEROES TO BH-NR.
           START BETALINGSHOLDFILE KEY IS NOT < BH-NR
               INVALID KEY
                   MOVE 1 TO WS-END-OF-HOLD
           END-START.
           PERFORM UNTIL WS-END-OF-HOLD = 1
               READ BETALINGSHOLDFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-HOLD
                   NOT AT END
                       IF BH-ER-FRIGIVET
                           PERFORM SEND-EN-FRIGIVET-BETALING
                       END-IF
               END-READ
           END-PERFORM.

           SEND-EN-FRIGIVET-BETALING.
           MOVE BH-KONTONUMMER TO UB-KONTONUMMER.
           MOVE BH-IBAN TO UB-IBAN.
           MOVE BH-BELOB TO UB-BELOB.
           MOVE BH-ORDRE-DATO TO UB-DATO.
           MOVE BH-TEKST TO UB-TEKST.
           PERFORM BEREGN-DISPONIBEL.
           IF UB-BELOB > WS-DISPONIBEL
               ADD 1 TO WS-CTL-FRIGIVET-VENTER
               DISPLAY "ADVARSEL: Frigivet betaling " BH-NR
                   " mangler daekning, venter til naeste koersel"
           ELSE
               PERFORM SEND-BETALING
               ADD 1 TO WS-CTL-FRIGIVET-SENDT
               MOVE "S" TO BH-STATUS
               MOVE WS-NAESTE-BETALINGSNR TO BH-BETALINGSNR
               REWRITE BETALINGSHOLDREC
           END-IF.

      *    A bad IBAN never leaves the bank: the order is dropped
      *    with a warning before either the debit or the export
      *    line is written, so the two sides cannot disagree. The
      *    same holds for an order the account cannot cover.
           EKSPORTER-EN-BETALING.
           MOVE SPACES TO WS-HOLD-AARSAG.
           CALL "IBANVALIDER" USING UB-IBAN WS-IBAN-RESULT.
           IF WS-IBAN-RESULT = "M"
               PERFORM BEREGN-DISPONIBEL
               IF UB-BELOB NOT > WS-DISPONIBEL
                   AND UB-KONTONUMMER NOT = WS-LOEN-MELLEMREGNING
                   PERFORM KONTROLLER-SVINDELREGLER
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-IBAN-RESULT NOT = "M"
                   ADD 1 TO WS-CTL-AFVIST-IBAN
                   DISPLAY "ADVARSEL: IBAN " UB-IBAN
                       " fejler kontrollen, betaling afvist"
               WHEN UB-BELOB > WS-DISPONIBEL
                   ADD 1 TO WS-CTL-AFVIST-DAEKNING
                   DISPLAY "ADVARSEL: Konto " UB-KONTONUMMER
                       " mangler daekning, betaling afvist"
               WHEN WS-HOLD-AARSAG NOT = SPACES
                   PERFORM TILBAGEHOLD-BETALING
               WHEN OTHER
                   PERFORM SEND-BETALING
           END-EVALUATE.

           SEND-BETALING.
           PERFORM HENT-NAESTE-BETALINGSNR.
           PERFORM SKRIV-UDBETALINGSDEBET.
           PERFORM SKRIV-EKSPORT-DETALJE.
           ADD 1 TO WS-CTL-EKSPORTERET.
           ADD UB-BELOB TO WS-CTL-SUM.
           ADD UB-BELOB TO WS-TRK-BELOB(WS-TRK-IX).
           PERFORM FIND-ELLER-OPRET-KDG-RAEKKE.
           ADD UB-BELOB TO WS-KDG-BELOB(WS-KDG-IX).
           PERFORM NOTER-KENDT-MODTAGER.

      *    The daily limit is checked first; an order within it
      *    can still be held as a first payment to a new
      *    beneficiary. Zero limit means no limit.
           KONTROLLER-SVINDELREGLER.
           PERFORM FIND-ELLER-OPRET-KDG-RAEKKE.
           CALL "UDBGRAENSEOPSLAG" USING WS-KUNDE-ID WS-KONTOTYPE
               WS-UDG-GRAENSE WS-UDG-RESULT.
           IF WS-UDG-GRAENSE > ZEROES
               AND WS-KDG-BELOB(WS-KDG-IX) + UB-BELOB
                   > WS-UDG-GRAENSE
               MOVE "G" TO WS-HOLD-AARSAG
           END-IF.
           IF WS-HOLD-AARSAG = SPACES
               AND UB-BELOB > WS-NY-MODTAGER-GRAENSE
               MOVE WS-KUNDE-ID TO KM-KUNDE-ID
               MOVE UB-IBAN TO KM-IBAN
               READ KENDTMODTAGERFILE
                   INVALID KEY
                       MOVE "M" TO WS-HOLD-AARSAG
               END-READ
           END-IF.

           FIND-ELLER-OPRET-KDG-RAEKKE.
           MOVE "N" TO WS-KDG-FUNDET.
           MOVE 1 TO WS-KDG-IX.
           PERFORM UNTIL WS-KDG-FUNDET = "Y"
               OR WS-KDG-IX > WS-KDG-ANTAL
               IF WS-KDG-KUNDE-ID(WS-KDG-IX) = WS-KUNDE-ID
                   MOVE "Y" TO WS-KDG-FUNDET
               ELSE
                   ADD 1 TO WS-KDG-IX
               END-IF
           END-PERFORM.
           IF WS-KDG-FUNDET = "N"
               IF WS-KDG-ANTAL >= WS-KDG-MAX
                   MOVE "Kundetabel for koerslen fuld"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-KDG-ANTAL
               MOVE WS-KDG-ANTAL TO WS-KDG-IX
               MOVE WS-KUNDE-ID TO WS-KDG-KUNDE-ID(WS-KDG-IX)
               MOVE ZEROES TO WS-KDG-BELOB(WS-KDG-IX)
           END-IF.

           NOTER-KENDT-MODTAGER.
           MOVE WS-KUNDE-ID TO KM-KUNDE-ID.
           MOVE UB-IBAN TO KM-IBAN.
           READ KENDTMODTAGERFILE
               INVALID KEY
                   MOVE WS-DAGS-DATO TO KM-FOERSTE-DATO
                   MOVE WS-DAGS-DATO TO KM-SENESTE-DATO
                   WRITE KENDTMODTAGERREC
               NOT INVALID KEY
                   MOVE WS-DAGS-DATO TO KM-SENESTE-DATO
                   REWRITE KENDTMODTAGERREC
           END-READ.

      *    Nothing is debited or exported; the order waits on
      *    BetalingsHold.txt until the customer has been called.
           TILBAGEHOLD-BETALING.
           ADD 1 TO WS-CTL-TILBAGEHOLDT.
           PERFORM HENT-NAESTE-BH-NR.
           MOVE SPACES TO BETALINGSHOLDREC.
           MOVE WS-NAESTE-BH-NR TO BH-NR.
           MOVE "N" TO BH-STATUS.
           MOVE WS-HOLD-AARSAG TO BH-AARSAG.
           MOVE WS-DAGS-DATO TO BH-DATO.
           MOVE WS-KUNDE-ID TO BH-KUNDE-ID.
           MOVE UB-KONTONUMMER TO BH-KONTONUMMER.
           MOVE UB-IBAN TO BH-IBAN.
           MOVE UB-BELOB TO BH-BELOB.
           MOVE UB-DATO TO BH-ORDRE-DATO.
           MOVE UB-TEKST TO BH-TEKST.
           MOVE ZEROES TO BH-AFGJORT-DATO.
           MOVE ZEROES TO BH-BETALINGSNR.
           WRITE BETALINGSHOLDREC.
           MOVE UB-BELOB TO WS-BELOB-ED.
           IF BH-PGA-DAGSGRAENSE
               DISPLAY "ADVARSEL: Konto " UB-KONTONUMMER
                   " over dagsgraensen, " WS-BELOB-ED
                   " tilbageholdt som " BH-NR
           ELSE
               DISPLAY "ADVARSEL: Konto " UB-KONTONUMMER
                   " ny modtager " UB-IBAN ", " WS-BELOB-ED
                   " tilbageholdt som " BH-NR
           END-IF.

           HENT-NAESTE-BH-NR.
           MOVE 1 TO WS-NAESTE-BH-NR.
           OPEN INPUT HOLDNRFILE.
           IF WS-HNR-STATUS = "00"
               READ HOLDNRFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-NAESTE-BH-NR = HOLDNRREC + 1
               END-READ
               CLOSE HOLDNRFILE
           END-IF.
           OPEN OUTPUT HOLDNRFILE.
           MOVE WS-NAESTE-BH-NR TO HOLDNRREC.
           WRITE HOLDNRREC.
           CLOSE HOLDNRFILE.

      *    An account not on KontoOpl.txt has nothing available.
      *    The debits this run has already written are still only
      *    on Transaktioner.txt, so they are taken off here as well
      *    to stop two orders from drawing on the same money.
           BEREGN-DISPONIBEL.
           PERFORM FIND-ELLER-OPRET-TRK-RAEKKE.
           MOVE ZEROES TO WS-DISPONIBEL.
           MOVE SPACES TO WS-KUNDE-ID.
           MOVE SPACES TO WS-KONTOTYPE.
           MOVE UB-KONTONUMMER TO KONTONUMMER OF KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   MOVE ZEROES TO WS-DISPONIBEL
               NOT INVALID KEY
                   MOVE KUNDE-ID OF KONTOOPLREC TO WS-KUNDE-ID
                   MOVE KONTOTYPE OF KONTOOPLREC TO WS-KONTOTYPE
                   CALL "RESERVATIONSSUM" USING UB-KONTONUMMER
                       WS-HOLD-SUM WS-HOLD-SUM-RESULT
                   CALL "UDLAEGSSUM" USING UB-KONTONUMMER
                       WS-BLOKERET-SUM WS-BLOKERET-RESULT
                   COMPUTE WS-DISPONIBEL = BALANCE OF KONTOOPLREC
                       - WS-HOLD-SUM - WS-BLOKERET-SUM
                       - WS-TRK-BELOB(WS-TRK-IX)
           END-READ.

           FIND-ELLER-OPRET-TRK-RAEKKE.
           MOVE "N" TO WS-TRK-FUNDET.
           MOVE 1 TO WS-TRK-IX.
           PERFORM UNTIL WS-TRK-FUNDET = "Y"
               OR WS-TRK-IX > WS-TRK-ANTAL
               IF WS-TRK-KONTONUMMER(WS-TRK-IX) = UB-KONTONUMMER
                   MOVE "Y" TO WS-TRK-FUNDET
               ELSE
                   ADD 1 TO WS-TRK-IX
               END-IF
           END-PERFORM.
           IF WS-TRK-FUNDET = "N"
               IF WS-TRK-ANTAL >= WS-TRK-MAX
                   MOVE "Kontotabel for koerslen fuld"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-TRK-ANTAL
               MOVE WS-TRK-ANTAL TO WS-TRK-IX
               MOVE UB-KONTONUMMER TO WS-TRK-KONTONUMMER(WS-TRK-IX)
               MOVE ZEROES TO WS-TRK-BELOB(WS-TRK-IX)
           END-IF.

           HENT-NAESTE-BETALINGSNR.
               DELIMITED BY SIZE
               INTO TP-TEKST IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.

           SKRIV-EKSPORT-DETALJE.
           MOVE SPACES TO WS-UD-REC.
               WS-CTL-EKSPORTERET.
           DISPLAY "AFVIST (IBAN):           "
               WS-CTL-AFVIST-IBAN.
           DISPLAY "AFVIST (DAEKNING):       "
               WS-CTL-AFVIST-DAEKNING.
           DISPLAY "TILBAGEHOLDT:            "
               WS-CTL-TILBAGEHOLDT.
           DISPLAY "FRIGIVNE SENDT:          "
               WS-CTL-FRIGIVET-SENDT.
           DISPLAY "FRIGIVNE UDEN DAEKNING:  "
               WS-CTL-FRIGIVET-VENTER.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           COMPUTE WS-STAT-LAEST = WS-CTL-EKSPORTERET
               + WS-CTL-AFVIST-IBAN + WS-CTL-AFVIST-DAEKNING
               + WS-CTL-TILBAGEHOLDT + WS-CTL-FRIGIVET-VENTER
               + WS-CTL-MATCHET + WS-CTL-UMATCHET.
           COMPUTE WS-STAT-SKREVET = WS-CTL-EKSPORTERET
               + WS-CTL-TILBAGEHOLDT + WS-CTL-MATCHET.
           COMPUTE WS-STAT-AFVIST =
               WS-CTL-AFVIST-IBAN + WS-CTL-AFVIST-DAEKNING
               + WS-CTL-UMATCHET.
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
           MOVE "OPGAVE49" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
