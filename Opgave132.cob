           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE132.

      *    Bulk salary payment intake. A business customer delivers
      *    its payroll as Loenbetalinger.txt, fixed format with a
      *    header ("LB01": the company's KUNDE-ID, its funding
      *    account, the payment date and its own file reference),
      *    one line per payee ("LB02": our KONTONUMMER or an IBAN,
      *    amount, name, employee reference) and a trailer ("LB09"
      *    with count and amount total). It replaces the clerk
      *    keying one Transaktioner.txt credit per employee.
      *
      *    The whole file is control-read first, the Opgave48
      *    trust-nothing pass, and refused outright when the
      *    trailer does not agree with the lines, when the sender
      *    is not a business customer on Erhvervskunder.txt
      *    owning the funding account, when the account is closed
      *    or frozen, when the file reference was already taken in
      *    (LoenFilRegister.txt), when the payment date lies ahead,
      *    or when the account's available balance - BALANCE less
      *    the card holds (RESERVATIONSSUM) and the blocked
      *    seizure amounts (UDLAEGSSUM), the Opgave49 figure -
      *    does not cover the trailer total.
      *
      *    An accepted file is then paid line by line through the
      *    salary clearing account kept in LoenMellemregning.txt:
      *
      *      - ONE transfer (type "T") moves the total of the
      *        payable lines from the company account to the
      *        clearing account - the single debit on the company's
      *        statement, posted by Opgave21 with both legs or none
      *      - a payee with an open account here gets a transfer
      *        from the clearing account to that account, posted in
      *        the same Opgave21 run right after it
      *      - a payee at another bank (a valid IBAN) gets an order
      *        on UdgaaendeBetalinger.txt drawn on the clearing
      *        account, sent by the next Opgave49 export
      *
      *    A line for an unknown, closed or frozen account, an
      *    invalid IBAN or a bad amount is not paid and not
      *    debited. LoenKvittering.txt goes back to the company:
      *    the file's outcome, what was paid, and each refused
      *    line with the reason.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LOENFILEIN ASSIGN TO "Loenbetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBF-STATUS.
      *    Only ever looked up one account at a time by KONTONUMMER.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT ERHVERVSKUNDEFILE ASSIGN TO "Erhvervskunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERH-KUNDE-ID OF ERHVERVSKUNDEREC
               FILE STATUS IS WS-ERH-STATUS.
           SELECT MELLEMREGNINGFILE ASSIGN TO "LoenMellemregning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRK-STATUS.
           SELECT LOENREGISTERFILE ASSIGN TO "LoenFilRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LFR-STATUS.
           SELECT TRANSAKTIONFILE ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-STATUS.
      *    Outbound orders for the Opgave49 clearing export.
           SELECT UDBETALINGFILE
               ASSIGN TO "UdgaaendeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDB-STATUS.
           SELECT KVITTERINGOUT ASSIGN TO "LoenKvittering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KVT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD LOENFILEIN.
           01 LOENFILELINE                 PIC X(110).

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD ERHVERVSKUNDEFILE.
           01 ERHVERVSKUNDEREC.
               COPY "ERHVERVSKUNDE.cpy".

           FD MELLEMREGNINGFILE.
           01 MELLEMREGNINGREC             PIC X(20).

      *    One line per file taken in, so a file delivered twice
      *    is not paid twice.
           FD LOENREGISTERFILE.
           01 LOENREGISTERREC.
               02 LFR-KUNDE-ID             PIC X(10).
               02 LFR-FIL-REF              PIC X(10).
               02 LFR-DATO                 PIC 9(8).
               02 LFR-ANTAL                PIC 9(7).
               02 LFR-SUM                  PIC 9(11)V99.

           FD TRANSAKTIONFILE.
           01 TRANSAKTIONREC.
               COPY "TRANSPOSTERING.cpy".

           FD UDBETALINGFILE.
           01 UDBETALINGREC.
               02 UB-KONTONUMMER           PIC X(20).
               02 UB-IBAN                  PIC X(20).
               02 UB-BELOB                 PIC 9(7)V99.
               02 UB-DATO                  PIC 9(8).
               02 UB-TEKST                 PIC X(30).

           FD KVITTERINGOUT.
           01 KVITTERINGLINE               PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-LBF-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-ERH-STATUS                PIC X(2).
           01 WS-MRK-STATUS                PIC X(2).
           01 WS-LFR-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-UDB-STATUS                PIC X(2).
           01 WS-KVT-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    The payroll line seen through its layouts.
           01 WS-LB-REC.
               02 WS-LB-RECTYPE            PIC X(4).
                  88 WS-ER-LB-HOVED        VALUE "LB01".
                  88 WS-ER-LB-DETALJE      VALUE "LB02".
                  88 WS-ER-LB-TRAILER      VALUE "LB09".
               02 WS-LB-REST               PIC X(106).
           01 WS-LB-HOVED REDEFINES WS-LB-REC.
               02 FILLER                   PIC X(4).
               02 LBH-KUNDE-ID             PIC X(10).
               02 LBH-KONTONUMMER          PIC X(20).
               02 LBH-DATO                 PIC 9(8).
               02 LBH-FIL-REF              PIC X(10).
               02 FILLER                   PIC X(58).
           01 WS-LB-DETALJE REDEFINES WS-LB-REC.
               02 FILLER                   PIC X(4).
               02 LBD-MODTAGER             PIC X(20).
               02 LBD-BELOB                PIC 9(7)V99.
               02 LBD-NAVN                 PIC X(30).
               02 LBD-REFERENCE            PIC X(10).
               02 FILLER                   PIC X(37).
           01 WS-LB-TRAILER REDEFINES WS-LB-REC.
               02 FILLER                   PIC X(4).
               02 LBT-ANTAL                PIC 9(7).
               02 LBT-SUM                  PIC 9(11)V99.
               02 FILLER                   PIC X(86).

      *    The header as the control pass found it.
           01 WS-HOVED-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-HOVED-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-HOVED-DATO                PIC 9(8) VALUE ZEROES.
           01 WS-HOVED-FIL-REF             PIC X(10) VALUE SPACES.
           01 WS-TRAILER-SUM               PIC 9(11)V99 VALUE ZEROES.

           01 WS-KONTROL-OK-SWITCH         PIC X(1) VALUE "Y".
              88 WS-KONTROL-OK             VALUE "Y".
           01 WS-FIL-AARSAG                PIC X(30) VALUE SPACES.
           01 WS-HOVED-ANTAL               PIC 9(3) VALUE ZEROES.
           01 WS-TRAILER-SET               PIC X(1) VALUE "N".
           01 WS-TALT-ANTAL                PIC 9(7) VALUE ZEROES.
           01 WS-TALT-SUM                  PIC 9(11)V99 VALUE ZEROES.

           01 WS-MELLEMREGNING             PIC X(20) VALUE SPACES.

      *    AVAILABLE BALANCE: booked balance less the card holds and
      *    the blocked seizure amounts, as in Opgave49.
           01 WS-HOLD-SUM                  PIC 9(9)V99 VALUE ZEROES.
           01 WS-HOLD-SUM-RESULT           PIC X(1) VALUE SPACES.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.
           01 WS-DISPONIBEL                PIC S9(11)V99 VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".

      *    How one payee line is paid: "I" a transfer to an account
      *    here, "U" an order to another bank; spaces when refused.
           01 WS-BETALINGSVEJ              PIC X(1) VALUE SPACES.
           01 WS-LINJE-AARSAG              PIC X(20) VALUE SPACES.
           01 WS-EFFEKTIV-KONTONUMMER      PIC X(20) VALUE SPACES.
           01 WS-ALIAS-NR                  PIC X(20) VALUE SPACES.
           01 WS-ALIAS-RESULT              PIC X(1) VALUE SPACES.
           01 WS-IBAN-RESULT               PIC X(1) VALUE SPACES.

      *    The payable total is what the company is debited; a
      *    posting carries at most 9(7)V99.
           01 WS-BETALBAR-SUM              PIC 9(11)V99 VALUE ZEROES.
           01 WS-POSTERING-MAX             PIC 9(7)V99
                                           VALUE 9999999.99.
           01 WS-BELOB-ED                  PIC Z(10)9.99 VALUE ZEROES.
           01 WS-LINJE-BELOB-ED            PIC Z(6)9.99 VALUE ZEROES.
           01 WS-KVITTERING-LINE           PIC X(100) VALUE SPACES.

           01 WS-CTL-LINJER                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-INTERNE               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-EKSTERNE              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-AFVIST                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-INTERN-SUM            PIC 9(11)V99 VALUE ZEROES.
           01 WS-CTL-EKSTERN-SUM           PIC 9(11)V99 VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV132".
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
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           OPEN INPUT LOENFILEIN.
           IF WS-LBF-STATUS NOT = "00"
               DISPLAY "Ingen Loenbetalinger.txt - intet at "
                   "indlaese."
           ELSE
               CLOSE LOENFILEIN
               PERFORM INDLAES-LOENFIL
           END-IF.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

      *    A refused file is the company's to correct and deliver
      *    again; it is answered on the receipt and flagged on the
      *    morning page, and the chain goes on.
           INDLAES-LOENFIL.
           OPEN OUTPUT KVITTERINGOUT.
           IF WS-KVT-STATUS NOT = "00"
               STRING "Open LoenKvittering.txt failed, status "
                   WS-KVT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM LAES-MELLEMREGNING.
           PERFORM KONTROLLER-LOENFIL.
           IF WS-KONTROL-OK
               PERFORM KONTROLLER-AFSENDER
           END-IF.
           IF WS-KONTROL-OK
               PERFORM BEREGN-BETALBAR-SUM
           END-IF.
           PERFORM SKRIV-KVITTERING-HOVED.
           IF NOT WS-KONTROL-OK
               DISPLAY "OPGAVE132: Loenbetalinger.txt afvist - "
                   WS-FIL-AARSAG
               MOVE "AF" TO WS-STAT-STATUS
               MOVE WS-TALT-ANTAL TO WS-CTL-AFVIST
           ELSE
               PERFORM UDFOER-LOENFIL
           END-IF.
           CLOSE KONTOOPLFILE.
           CLOSE KVITTERINGOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    The clearing account is part of the installation; with
      *    none on file nothing can be paid at all.
           LAES-MELLEMREGNING.
           OPEN INPUT MELLEMREGNINGFILE.
           IF WS-MRK-STATUS = "00"
               READ MELLEMREGNINGFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MELLEMREGNINGREC TO WS-MELLEMREGNING
               END-READ
               CLOSE MELLEMREGNINGFILE
           END-IF.
           IF WS-MELLEMREGNING = SPACES
               MOVE "Ingen konto i LoenMellemregning.txt"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-MELLEMREGNING TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   MOVE "Loenmellemregningskontoen findes ikke"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
           END-READ.

           KONTROLLER-LOENFIL.
           OPEN INPUT LOENFILEIN.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ LOENFILEIN INTO WS-LB-REC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM KONTROLLER-EN-LB-LINJE
               END-READ
           END-PERFORM.
           CLOSE LOENFILEIN.
           MOVE WS-TALT-ANTAL TO WS-CTL-LINJER.

           IF WS-HOVED-ANTAL NOT = 1
               MOVE "N" TO WS-KONTROL-OK-SWITCH
               MOVE "LB01-HOVED MANGLER/DOBBELT"
                   TO WS-FIL-AARSAG
           END-IF.
           IF WS-TRAILER-SET = "N"
               MOVE "N" TO WS-KONTROL-OK-SWITCH
               MOVE "LB09-TRAILER MANGLER" TO WS-FIL-AARSAG
           END-IF.

           KONTROLLER-EN-LB-LINJE.
           EVALUATE TRUE
               WHEN WS-ER-LB-HOVED
                   ADD 1 TO WS-HOVED-ANTAL
                   MOVE LBH-KUNDE-ID TO WS-HOVED-KUNDE-ID
                   MOVE LBH-KONTONUMMER TO WS-HOVED-KONTONUMMER
                   MOVE LBH-FIL-REF TO WS-HOVED-FIL-REF
                   MOVE WS-DAGS-DATO TO WS-HOVED-DATO
                   IF LBH-DATO IS NUMERIC AND LBH-DATO > ZEROES
                       MOVE LBH-DATO TO WS-HOVED-DATO
                   END-IF
               WHEN WS-ER-LB-DETALJE
                   ADD 1 TO WS-TALT-ANTAL
                   IF LBD-BELOB IS NUMERIC
                       ADD LBD-BELOB TO WS-TALT-SUM
                   END-IF
               WHEN WS-ER-LB-TRAILER
                   MOVE "Y" TO WS-TRAILER-SET
                   IF LBT-ANTAL NOT = WS-TALT-ANTAL
                       MOVE "N" TO WS-KONTROL-OK-SWITCH
                       MOVE "LB09 ANTAL STEMMER IKKE"
                           TO WS-FIL-AARSAG
                   END-IF
                   IF LBT-SUM NOT = WS-TALT-SUM
                       MOVE "N" TO WS-KONTROL-OK-SWITCH
                       MOVE "LB09 SUM STEMMER IKKE"
                           TO WS-FIL-AARSAG
                   END-IF
                   MOVE WS-TALT-SUM TO WS-TRAILER-SUM
               WHEN OTHER
                   MOVE "N" TO WS-KONTROL-OK-SWITCH
                   MOVE "UKENDT RECORDTYPE" TO WS-FIL-AARSAG
           END-EVALUATE.

      *    Who sent the file, from what account, and can it pay.
           KONTROLLER-AFSENDER.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-HOVED-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-KONTO-FUNDET
                   MOVE "UKENDT BETALERKONTO" TO WS-FIL-AARSAG
               WHEN KUNDE-ID IN KONTOOPLREC NOT = WS-HOVED-KUNDE-ID
                   MOVE "KONTO TILHOERER ANDEN KUNDE"
                       TO WS-FIL-AARSAG
               WHEN KONTO-ER-LUKKET
                   MOVE "BETALERKONTO LUKKET" TO WS-FIL-AARSAG
               WHEN KONTO-ER-FROSSET
                   MOVE "BETALERKONTO FROSSET" TO WS-FIL-AARSAG
               WHEN WS-HOVED-DATO > WS-DAGS-DATO
                   MOVE "BETALINGSDATO FREMTIDIG" TO WS-FIL-AARSAG
               WHEN OTHER
                   PERFORM KONTROLLER-ERHVERVSKUNDE
           END-EVALUATE.
           IF WS-FIL-AARSAG = SPACES
               PERFORM KONTROLLER-REGISTER
           END-IF.
           IF WS-FIL-AARSAG = SPACES
               PERFORM KONTROLLER-DAEKNING
           END-IF.
           IF WS-FIL-AARSAG NOT = SPACES
               MOVE "N" TO WS-KONTROL-OK-SWITCH
           END-IF.

           KONTROLLER-ERHVERVSKUNDE.
           OPEN INPUT ERHVERVSKUNDEFILE.
           IF WS-ERH-STATUS NOT = "00"
               MOVE "IKKE ERHVERVSKUNDE" TO WS-FIL-AARSAG
           ELSE
               MOVE WS-HOVED-KUNDE-ID TO ERH-KUNDE-ID
               READ ERHVERVSKUNDEFILE
                   INVALID KEY
                       MOVE "IKKE ERHVERVSKUNDE" TO WS-FIL-AARSAG
               END-READ
               CLOSE ERHVERVSKUNDEFILE
           END-IF.

           KONTROLLER-REGISTER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT LOENREGISTERFILE.
           IF WS-LFR-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ LOENREGISTERFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF LFR-KUNDE-ID = WS-HOVED-KUNDE-ID
                           AND LFR-FIL-REF = WS-HOVED-FIL-REF
                           MOVE "FIL ALLEREDE MODTAGET"
                               TO WS-FIL-AARSAG
                           MOVE 1 TO WS-END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LFR-STATUS NOT = "35"
               CLOSE LOENREGISTERFILE
           END-IF.

      *    The company's KontoOpl.txt record is still current from
      *    KONTROLLER-AFSENDER.
           KONTROLLER-DAEKNING.
           CALL "RESERVATIONSSUM" USING WS-HOVED-KONTONUMMER
               WS-HOLD-SUM WS-HOLD-SUM-RESULT.
           CALL "UDLAEGSSUM" USING WS-HOVED-KONTONUMMER
               WS-BLOKERET-SUM WS-BLOKERET-RESULT.
           COMPUTE WS-DISPONIBEL = BALANCE OF KONTOOPLREC
               - WS-HOLD-SUM - WS-BLOKERET-SUM.
           IF WS-TRAILER-SUM > WS-DISPONIBEL
               MOVE "MANGLER DAEKNING" TO WS-FIL-AARSAG
           END-IF.

      *    A dry run over the lines: what the company will be
      *    debited is the sum of the lines that can be paid.
           BEREGN-BETALBAR-SUM.
           OPEN INPUT LOENFILEIN.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ LOENFILEIN INTO WS-LB-REC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ER-LB-DETALJE
                           PERFORM VURDER-MODTAGER
                           IF WS-BETALINGSVEJ NOT = SPACES
                               ADD LBD-BELOB TO WS-BETALBAR-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOENFILEIN.
           IF WS-BETALBAR-SUM > WS-POSTERING-MAX
               MOVE "N" TO WS-KONTROL-OK-SWITCH
               MOVE "SUM OVER POSTERINGSGRAENSE" TO WS-FIL-AARSAG
           END-IF.

      *    Our own account first - directly or through a
      *    renumbering in KontoAlias.txt - then an IBAN at another
      *    bank.
           VURDER-MODTAGER.
           MOVE SPACES TO WS-BETALINGSVEJ.
           MOVE SPACES TO WS-LINJE-AARSAG.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE LBD-MODTAGER TO WS-EFFEKTIV-KONTONUMMER.
           IF LBD-BELOB IS NOT NUMERIC OR LBD-BELOB = ZEROES
               MOVE "BELOB UGYLDIGT" TO WS-LINJE-AARSAG
           ELSE
               PERFORM LAES-MODTAGERKONTO
               EVALUATE TRUE
                   WHEN WS-KONTO-FUNDET AND KONTO-ER-LUKKET
                       MOVE "KONTO LUKKET" TO WS-LINJE-AARSAG
                   WHEN WS-KONTO-FUNDET AND KONTO-ER-FROSSET
                       MOVE "KONTO FROSSET" TO WS-LINJE-AARSAG
                   WHEN WS-KONTO-FUNDET
                       MOVE "I" TO WS-BETALINGSVEJ
                   WHEN OTHER
                       CALL "IBANVALIDER" USING LBD-MODTAGER
                           WS-IBAN-RESULT
                       IF WS-IBAN-RESULT = "M"
                           MOVE "U" TO WS-BETALINGSVEJ
                       ELSE
                           MOVE "UKENDT MODTAGER" TO WS-LINJE-AARSAG
                       END-IF
               END-EVALUATE
           END-IF.

           LAES-MODTAGERKONTO.
           MOVE WS-EFFEKTIV-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF NOT WS-KONTO-FUNDET
               CALL "KONTOALIASOPSLAG" USING
                   LBD-MODTAGER WS-ALIAS-NR WS-ALIAS-RESULT
               IF WS-ALIAS-RESULT = "M"
                   MOVE WS-ALIAS-NR TO WS-EFFEKTIV-KONTONUMMER
                   MOVE WS-EFFEKTIV-KONTONUMMER
                       TO KONTONUMMER IN KONTOOPLREC
                   READ KONTOOPLFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND-SWITCH
                   END-READ
               END-IF
           END-IF.

      *    The company debit goes first so the clearing account is
      *    funded before the payee transfers that follow it in the
      *    same Opgave21 run.
           UDFOER-LOENFIL.
           OPEN EXTEND TRANSAKTIONFILE.
           IF WS-TRA-STATUS = "35"
               OPEN OUTPUT TRANSAKTIONFILE
           END-IF.
           OPEN EXTEND UDBETALINGFILE.
           IF WS-UDB-STATUS = "35"
               OPEN OUTPUT UDBETALINGFILE
           END-IF.
           IF WS-UDB-STATUS NOT = "00"
               STRING "Open UdgaaendeBetalinger.txt failed, status "
                   WS-UDB-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           IF WS-BETALBAR-SUM > ZEROES
               PERFORM SKRIV-FIRMADEBET
           END-IF.

           OPEN INPUT LOENFILEIN.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ LOENFILEIN INTO WS-LB-REC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ER-LB-DETALJE
                           PERFORM UDFOER-EN-BETALING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOENFILEIN.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.
           CLOSE UDBETALINGFILE.
           PERFORM SKRIV-REGISTER.
           PERFORM SKRIV-KVITTERING-TOTAL.

           SKRIV-FIRMADEBET.
           MOVE SPACES TO TRANSAKTIONREC.
           MOVE WS-HOVED-KONTONUMMER
               TO TP-KONTONUMMER IN TRANSAKTIONREC.
           MOVE "T" TO TP-TRANS-TYPE IN TRANSAKTIONREC.
           MOVE WS-BETALBAR-SUM TO TP-BELOB IN TRANSAKTIONREC.
           MOVE WS-HOVED-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE WS-MELLEMREGNING
               TO TP-MODKONTONUMMER IN TRANSAKTIONREC.
           STRING "LOEN " WS-HOVED-FIL-REF " " WS-TALT-ANTAL
               " BET." DELIMITED BY SIZE
               INTO TP-TEKST IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.

           UDFOER-EN-BETALING.
           PERFORM VURDER-MODTAGER.
           EVALUATE WS-BETALINGSVEJ
               WHEN "I"
                   ADD 1 TO WS-CTL-INTERNE
                   ADD LBD-BELOB TO WS-CTL-INTERN-SUM
                   PERFORM SKRIV-INTERN-OVERFOERSEL
               WHEN "U"
                   ADD 1 TO WS-CTL-EKSTERNE
                   ADD LBD-BELOB TO WS-CTL-EKSTERN-SUM
                   PERFORM SKRIV-UDBETALINGSORDRE
               WHEN OTHER
                   ADD 1 TO WS-CTL-AFVIST
                   PERFORM SKRIV-KVITTERING-AFVIST
           END-EVALUATE.

      *    The employee reference rides in the posting text, the
      *    Opgave48 carry-the-reference idiom.
           SKRIV-INTERN-OVERFOERSEL.
           MOVE SPACES TO TRANSAKTIONREC.
           MOVE WS-MELLEMREGNING TO TP-KONTONUMMER IN TRANSAKTIONREC.
           MOVE "T" TO TP-TRANS-TYPE IN TRANSAKTIONREC.
           MOVE LBD-BELOB TO TP-BELOB IN TRANSAKTIONREC.
           MOVE WS-HOVED-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE WS-EFFEKTIV-KONTONUMMER
               TO TP-MODKONTONUMMER IN TRANSAKTIONREC.
           STRING "LOEN " WS-HOVED-FIL-REF " " LBD-REFERENCE
               DELIMITED BY SIZE INTO TP-TEKST IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.

           SKRIV-UDBETALINGSORDRE.
           MOVE SPACES TO UDBETALINGREC.
           MOVE WS-MELLEMREGNING TO UB-KONTONUMMER.
           MOVE LBD-MODTAGER TO UB-IBAN.
           MOVE LBD-BELOB TO UB-BELOB.
           MOVE WS-HOVED-DATO TO UB-DATO.
           STRING "LOEN " WS-HOVED-FIL-REF " " LBD-REFERENCE
               DELIMITED BY SIZE INTO UB-TEKST.
           WRITE UDBETALINGREC.

           SKRIV-REGISTER.
           OPEN EXTEND LOENREGISTERFILE.
           IF WS-LFR-STATUS = "35"
               OPEN OUTPUT LOENREGISTERFILE
           END-IF.
           MOVE WS-HOVED-KUNDE-ID TO LFR-KUNDE-ID.
           MOVE WS-HOVED-FIL-REF TO LFR-FIL-REF.
           MOVE WS-DAGS-DATO TO LFR-DATO.
           MOVE WS-TALT-ANTAL TO LFR-ANTAL.
           MOVE WS-BETALBAR-SUM TO LFR-SUM.
           WRITE LOENREGISTERREC.
           CLOSE LOENREGISTERFILE.

           SKRIV-KVITTERING-HOVED.
           MOVE SPACES TO WS-KVITTERING-LINE.
           STRING "KVITTERING LOENFIL " WS-HOVED-FIL-REF
               " KUNDE " WS-HOVED-KUNDE-ID " KONTO "
               WS-HOVED-KONTONUMMER " DATO " WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-KVITTERING-LINE.
           MOVE WS-KVITTERING-LINE TO KVITTERINGLINE.
           WRITE KVITTERINGLINE.
           MOVE SPACES TO WS-KVITTERING-LINE.
           IF WS-KONTROL-OK
               STRING "FILEN ER MODTAGET, " WS-TALT-ANTAL
                   " LINJER" DELIMITED BY SIZE
                   INTO WS-KVITTERING-LINE
           ELSE
               STRING "FILEN ER AFVIST: " WS-FIL-AARSAG
                   " - INTET BETALT" DELIMITED BY SIZE
                   INTO WS-KVITTERING-LINE
           END-IF.
           MOVE WS-KVITTERING-LINE TO KVITTERINGLINE.
           WRITE KVITTERINGLINE.

           SKRIV-KVITTERING-AFVIST.
           MOVE LBD-BELOB TO WS-LINJE-BELOB-ED.
           IF LBD-BELOB IS NOT NUMERIC
               MOVE ZEROES TO WS-LINJE-BELOB-ED
           END-IF.
           MOVE SPACES TO WS-KVITTERING-LINE.
           STRING "AFVIST " LBD-REFERENCE " " LBD-MODTAGER " "
               WS-LINJE-BELOB-ED " " WS-LINJE-AARSAG
               DELIMITED BY SIZE INTO WS-KVITTERING-LINE.
           MOVE WS-KVITTERING-LINE TO KVITTERINGLINE.
           WRITE KVITTERINGLINE.

           SKRIV-KVITTERING-TOTAL.
           MOVE SPACES TO WS-KVITTERING-LINE.
           MOVE WS-CTL-INTERN-SUM TO WS-BELOB-ED.
           STRING "BETALT TIL KONTI HER:    " WS-CTL-INTERNE
               "  BELOB " WS-BELOB-ED
               DELIMITED BY SIZE INTO WS-KVITTERING-LINE.
           MOVE WS-KVITTERING-LINE TO KVITTERINGLINE.
           WRITE KVITTERINGLINE.
           MOVE SPACES TO WS-KVITTERING-LINE.
           MOVE WS-CTL-EKSTERN-SUM TO WS-BELOB-ED.
           STRING "SENDT TIL ANDRE BANKER:  " WS-CTL-EKSTERNE
               "  BELOB " WS-BELOB-ED
               DELIMITED BY SIZE INTO WS-KVITTERING-LINE.
           MOVE WS-KVITTERING-LINE TO KVITTERINGLINE.
           WRITE KVITTERINGLINE.
           MOVE SPACES TO WS-KVITTERING-LINE.
           MOVE WS-BETALBAR-SUM TO WS-BELOB-ED.
           STRING "AFVIST: " WS-CTL-AFVIST "  DEBITERET "
               WS-HOVED-KONTONUMMER " BELOB " WS-BELOB-ED
               DELIMITED BY SIZE INTO WS-KVITTERING-LINE.
           MOVE WS-KVITTERING-LINE TO KVITTERINGLINE.
           WRITE KVITTERINGLINE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE132 - KOERSELSOVERSIGT".
           DISPLAY "LOENFIL:                 " WS-HOVED-FIL-REF.
           DISPLAY "LINJER:                  " WS-CTL-LINJER.
           DISPLAY "TIL KONTI HER:           " WS-CTL-INTERNE.
           DISPLAY "TIL ANDRE BANKER:        " WS-CTL-EKSTERNE.
           DISPLAY "AFVIST:                  " WS-CTL-AFVIST.
           MOVE WS-BETALBAR-SUM TO WS-BELOB-ED.
           DISPLAY "DEBITERET FIRMAET:       " WS-BELOB-ED.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE132: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-LINJER TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-INTERNE + WS-CTL-EKSTERNE.
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
           MOVE "OPGAV132" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
