           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE134.

      *    Machine-readable account statements for business
      *    customers, so their bookkeeping imports the movements
      *    instead of someone keying the printed Opgave25 statement
      *    in again. UdtogAbonnementer.txt names the subscribing
      *    accounts, one KONTONUMMER per line with the frequency
      *    wanted - "D" daily, "M" monthly, "B" both - maintained in
      *    the branch the way the other rule files are. The owner
      *    must be a business customer on Erhvervskunder.txt; a
      *    subscription on any other account is refused with a
      *    warning.
      *
      *    Each statement is an MT940-style file in the Udlevering
      *    directory the delivery gateway picks up from:
      *
      *      :20: / :25: / :28C:  statement reference, account and
      *                           statement number
      *      :60F:                opening balance
      *      :61: + :86:          one pair per TransaktionsHistorik
      *                           line - date, debit/credit mark
      *                           ("RC"/"RD" on a reversal), amount
      *                           and TH-REFERENCE, then the posting
      *                           text, the counterparty account on a
      *                           transfer and the reversed reference
      *                           on a storno
      *      :62F:                closing balance
      *
      *    The daily statement carries the business date's lines;
      *    the monthly one the month's, on the last banking day of
      *    the month (BANKDAGOPSLAG, the PERIODEKONTROL rule). The
      *    lines are read per account off TransHistorikIdx.txt in
      *    applied order, and a transfer's counterparty is the other
      *    leg under the same reference, found through the alternate
      *    key the way Opgave110 finds an FX spread's paying account.
      *    The history keeps the booking date only, so that is the
      *    value date given; Opgave21 never books a posting before
      *    its value date. Opening balance is the first line's
      *    balance before, closing the last line's balance after;
      *    a statement without movements gives the live BALANCE for
      *    both. A LAAN account's BALANCE is the debt, so its
      *    balances go out as debit ("D") and its marks are turned
      *    round: a rising debt is a debit, a repayment a credit.
      *    Leveringskontrol-<date>.txt in the same directory lists
      *    every file produced, with its account, lines and
      *    balances, and a total the gateway checks its pick-up
      *    against.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ABONNEMENTFILE ASSIGN TO "UdtogAbonnementer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UAB-STATUS.
           SELECT TRANSHISTIDXFILE ASSIGN TO "TransHistorikIdx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THX-NOEGLE OF TRANSHISTIDXREC
               ALTERNATE RECORD KEY IS THX-REFERENCE
                   OF TRANSHISTIDXREC WITH DUPLICATES
               FILE STATUS IS WS-THX-STATUS.
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
           SELECT UDTOGOUT ASSIGN TO WS-UDTOG-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDT-STATUS.
           SELECT LEVKONTROLOUT ASSIGN TO WS-LEVKONTROL-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ABONNEMENTFILE.
           01 ABONNEMENTREC.
               02 UAB-KONTONUMMER          PIC X(20).
               02 UAB-FREKVENS             PIC X(1).
                  88 UAB-ER-DAGLIG         VALUE "D".
                  88 UAB-ER-MAANEDLIG      VALUE "M".
                  88 UAB-ER-BEGGE          VALUE "B".

           FD TRANSHISTIDXFILE.
           01 TRANSHISTIDXREC.
               COPY "TRANSHISTIDX.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD ERHVERVSKUNDEFILE.
           01 ERHVERVSKUNDEREC.
               COPY "ERHVERVSKUNDE.cpy".

           FD UDTOGOUT.
           01 UDTOGLINE                    PIC X(80).

           FD LEVKONTROLOUT.
           01 LEVKONTROLLINE               PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-UAB-STATUS                PIC X(2).
           01 WS-THX-STATUS                PIC X(2).
           01 WS-THX-FUNKTION              PIC X(1) VALUE "K".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-ERH-STATUS                PIC X(2).
           01 WS-UDT-STATUS                PIC X(2).
           01 WS-LKT-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-HISTORIK           PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-REFERENCE          PIC 9(1) VALUE ZEROES.
           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 FILLER                   PIC 9(2).
               02 WS-DAGS-AA               PIC 9(2).
               02 WS-DAGS-MM               PIC 9(2).
               02 WS-DAGS-DD               PIC 9(2).
      *    The business date and month in the history's TH-DATO
      *    form, YY/MM/DD.
           01 WS-TH-DAG                    PIC X(8) VALUE SPACES.
           01 WS-TH-MAANED                 PIC X(5) VALUE SPACES.

      *    Month end: the next banking day lies in another month.
           01 WS-ER-BANKDAG                PIC X(1) VALUE SPACES.
           01 WS-NAESTE-BANKDAG            PIC 9(8) VALUE ZEROES.
           01 WS-MAANEDSSLUT               PIC X(1) VALUE "N".
           01 WS-RUL-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-RUL-DATO-X REDEFINES WS-RUL-DATO.
               02 WS-RUL-AAR               PIC 9(4).
               02 WS-RUL-MAANED            PIC 9(2).
               02 WS-RUL-DAG               PIC 9(2).
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.
           01 WS-SKUDAAR-REST              PIC 9(4) VALUE ZEROES.
           01 WS-SKUDAAR-KVOT              PIC 9(4) VALUE ZEROES.

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".
           01 WS-AFVIST-AARSAG             PIC X(30) VALUE SPACES.
           01 WS-EJER-KUNDE-ID             PIC X(10) VALUE SPACES.
           01 WS-VALUTA                    PIC X(3) VALUE SPACES.
           01 WS-LIVE-BALANCE              PIC 9(7)V99 VALUE ZEROES.
           01 WS-KONTOTYPE                 PIC X(4) VALUE SPACES.
              88 WS-ER-LAAN                VALUE "LAAN".
      *    "C" or "D" on :60F:/:62F: - "D" when the balance is a
      *    debt - and the direction of one :61: line.
           01 WS-SALDO-MAERKE              PIC X(1) VALUE "C".
           01 WS-RETNING                   PIC X(1) VALUE SPACES.

      *    The statement being built: "D" the day's, "M" the
      *    month's.
           01 WS-UDTOG-ART                 PIC X(1) VALUE SPACES.
           01 WS-UDTOG-NAVN                PIC X(60) VALUE SPACES.
           01 WS-LEVKONTROL-NAVN           PIC X(60) VALUE SPACES.
           01 WS-UDTOG-LINJER              PIC 9(5) VALUE ZEROES.
           01 WS-AABNINGS-SALDO            PIC 9(7)V99 VALUE ZEROES.
           01 WS-SLUT-SALDO                PIC 9(7)V99 VALUE ZEROES.
           01 WS-GAMMEL-BALANCE            PIC 9(7)V99 VALUE ZEROES.
           01 WS-NY-BALANCE                PIC 9(7)V99 VALUE ZEROES.
           01 WS-DK-MAERKE                 PIC X(2) VALUE SPACES.
           01 WS-MODKONTO                  PIC X(20) VALUE SPACES.
           01 WS-SOEG-REFERENCE            PIC 9(9) VALUE ZEROES.
           01 WS-GEMT-THX-NOEGLE           PIC X(34) VALUE SPACES.
           01 WS-PERIODE-OK                PIC X(1) VALUE "N".

      *    MT940 amount: whole units without leading zeros, a comma
      *    and two decimals.
           01 WS-MT-BELOB                  PIC 9(7)V99 VALUE ZEROES.
           01 WS-MT-BELOB-X REDEFINES WS-MT-BELOB.
               02 WS-MT-HEL                PIC 9(7).
               02 WS-MT-DEC                PIC 9(2).
           01 WS-MT-HEL-ED                 PIC Z(6)9 VALUE ZEROES.
           01 WS-MT-FORAN                  PIC 9(2) VALUE ZEROES.
           01 WS-MT-TEKST                  PIC X(12) VALUE SPACES.

           01 WS-UDTOG-LINE                PIC X(80) VALUE SPACES.
           01 WS-LEV-LINE                  PIC X(120) VALUE SPACES.
           01 WS-SALDO-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-SALDO2-ED                 PIC Z(6)9.99 VALUE ZEROES.

           01 WS-CTL-ABONNEMENTER          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-DAGLIGE               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-MAANEDLIGE            PIC 9(5) VALUE ZEROES.
           01 WS-CTL-POSTER                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-AFVIST                PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV134".
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
           PERFORM DAN-UDTOGSEKSPORT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-UDTOGSEKSPORT.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           STRING WS-DAGS-AA "/" WS-DAGS-MM "/" WS-DAGS-DD
               DELIMITED BY SIZE INTO WS-TH-DAG.
           MOVE WS-TH-DAG(1:5) TO WS-TH-MAANED.

           OPEN INPUT ABONNEMENTFILE.
           IF WS-UAB-STATUS NOT = "00"
               DISPLAY "Ingen UdtogAbonnementer.txt - intet at "
                   "levere."
           ELSE
               PERFORM BEDOEM-MAANEDSSLUT
               PERFORM ABN-UDTOGSFILER
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ ABONNEMENTFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CTL-ABONNEMENTER
                           PERFORM BEHANDL-ET-ABONNEMENT
                   END-READ
               END-PERFORM
               CLOSE ABONNEMENTFILE
               PERFORM SKRIV-LEVKONTROL-TOTAL
               CLOSE LEVKONTROLOUT
               CLOSE KONTOOPLFILE
               CLOSE TRANSHISTIDXFILE
               IF WS-ERH-STATUS = "00"
                   CLOSE ERHVERVSKUNDEFILE
               END-IF
           END-IF.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    The index is rebuilt from the history if it has gone
      *    missing, as for the other statement runs.
           ABN-UDTOGSFILER.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT ERHVERVSKUNDEFILE.
           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           OPEN INPUT TRANSHISTIDXFILE.
           IF WS-THX-STATUS NOT = "00"
               STRING "Open TransHistorikIdx.txt failed, status "
                   WS-THX-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           STRING "Udlevering/Leveringskontrol-" WS-DAGS-DATO
               ".txt" DELIMITED BY SIZE INTO WS-LEVKONTROL-NAVN.
           OPEN OUTPUT LEVKONTROLOUT.
           IF WS-LKT-STATUS NOT = "00"
               STRING "Open " WS-LEVKONTROL-NAVN
                   DELIMITED BY SPACE
                   " failed, status " WS-LKT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-LEV-LINE.
           STRING "LEVERINGSKONTROL KONTOUDTOG MT940 " WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-LEV-LINE.
           MOVE WS-LEV-LINE TO LEVKONTROLLINE.
           WRITE LEVKONTROLLINE.

           BEDOEM-MAANEDSSLUT.
           MOVE WS-DAGS-DATO TO WS-RUL-DATO.
           PERFORM LAEG-EN-DAG-TIL.
           CALL "BANKDAGOPSLAG" USING WS-RUL-DATO
               WS-ER-BANKDAG WS-NAESTE-BANKDAG.
           IF WS-NAESTE-BANKDAG(5:2) NOT = WS-DAGS-DATO(5:2)
               MOVE "J" TO WS-MAANEDSSLUT
           END-IF.

           BEHANDL-ET-ABONNEMENT.
           PERFORM KONTROLLER-ABONNEMENT.
           IF WS-AFVIST-AARSAG NOT = SPACES
               ADD 1 TO WS-CTL-AFVIST
               DISPLAY "ADVARSEL: Abonnement " UAB-KONTONUMMER
                   " afvist - " WS-AFVIST-AARSAG
           ELSE
               IF UAB-ER-DAGLIG OR UAB-ER-BEGGE
                   MOVE "D" TO WS-UDTOG-ART
                   PERFORM DAN-ET-UDTOG
                   ADD 1 TO WS-CTL-DAGLIGE
               END-IF
               IF (UAB-ER-MAANEDLIG OR UAB-ER-BEGGE)
                   AND WS-MAANEDSSLUT = "J"
                   MOVE "M" TO WS-UDTOG-ART
                   PERFORM DAN-ET-UDTOG
                   ADD 1 TO WS-CTL-MAANEDLIGE
               END-IF
           END-IF.

           KONTROLLER-ABONNEMENT.
           MOVE SPACES TO WS-AFVIST-AARSAG.
           MOVE SPACES TO WS-KONTOTYPE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE UAB-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   MOVE "UKENDT KONTO" TO WS-AFVIST-AARSAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE KUNDE-ID IN KONTOOPLREC TO WS-EJER-KUNDE-ID
                   MOVE BALANCE IN KONTOOPLREC TO WS-LIVE-BALANCE
                   MOVE VALUTAKODE IN KONTOOPLREC TO WS-VALUTA
                   MOVE KONTOTYPE IN KONTOOPLREC TO WS-KONTOTYPE
           END-READ.
           IF WS-ER-LAAN
               MOVE "D" TO WS-SALDO-MAERKE
           ELSE
               MOVE "C" TO WS-SALDO-MAERKE
           END-IF.
           IF WS-VALUTA = SPACES
               MOVE "DKK" TO WS-VALUTA
           END-IF.
           IF NOT UAB-ER-DAGLIG AND NOT UAB-ER-MAANEDLIG
               AND NOT UAB-ER-BEGGE
               MOVE "UKENDT FREKVENS" TO WS-AFVIST-AARSAG
           END-IF.
           IF WS-AFVIST-AARSAG = SPACES
               IF WS-ERH-STATUS NOT = "00"
                   MOVE "EJER IKKE ERHVERVSKUNDE"
                       TO WS-AFVIST-AARSAG
               ELSE
                   MOVE WS-EJER-KUNDE-ID TO ERH-KUNDE-ID
                   READ ERHVERVSKUNDEFILE
                       INVALID KEY
                           MOVE "EJER IKKE ERHVERVSKUNDE"
                               TO WS-AFVIST-AARSAG
                   END-READ
               END-IF
           END-IF.

      *    One file per account and statement; a rerun of the date
      *    writes the same file over again.
           DAN-ET-UDTOG.
           MOVE SPACES TO WS-UDTOG-NAVN.
           STRING "Udlevering/MT940-" DELIMITED BY SIZE
               UAB-KONTONUMMER DELIMITED BY SPACE
               "-" WS-UDTOG-ART "-" WS-DAGS-DATO ".sta"
               DELIMITED BY SIZE INTO WS-UDTOG-NAVN.
           OPEN OUTPUT UDTOGOUT.
           IF WS-UDT-STATUS NOT = "00"
               STRING "Open " WS-UDTOG-NAVN DELIMITED BY SPACE
                   " failed, status " WS-UDT-STATUS
                   DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE ZEROES TO WS-UDTOG-LINJER.
           MOVE WS-LIVE-BALANCE TO WS-AABNINGS-SALDO.
           MOVE WS-LIVE-BALANCE TO WS-SLUT-SALDO.
           PERFORM SKRIV-UDTOG-HOVED.
           PERFORM LAES-KONTOENS-LINJER.
           PERFORM SKRIV-UDTOG-SLUT.
           CLOSE UDTOGOUT.
           PERFORM SKRIV-LEVKONTROL-LINJE.

      *    :60F: needs the balance before the period's first line,
      *    so the account's lines are walked once for that before
      *    the movement pass rather than held in storage.
           SKRIV-UDTOG-HOVED.
           PERFORM FIND-AABNINGS-SALDO.
           MOVE SPACES TO WS-UDTOG-LINE.
           STRING ":20:" WS-UDTOG-ART WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-UDTOG-LINE.
           PERFORM SKRIV-UDTOGSLINJE.
           MOVE SPACES TO WS-UDTOG-LINE.
           STRING ":25:" UAB-KONTONUMMER
               DELIMITED BY SIZE INTO WS-UDTOG-LINE.
           PERFORM SKRIV-UDTOGSLINJE.
           MOVE SPACES TO WS-UDTOG-LINE.
           IF WS-UDTOG-ART = "D"
               STRING ":28C:" WS-DAGS-MM WS-DAGS-DD "/1"
                   DELIMITED BY SIZE INTO WS-UDTOG-LINE
           ELSE
               STRING ":28C:" WS-DAGS-MM "/1"
                   DELIMITED BY SIZE INTO WS-UDTOG-LINE
           END-IF.
           PERFORM SKRIV-UDTOGSLINJE.
           MOVE WS-AABNINGS-SALDO TO WS-MT-BELOB.
           PERFORM FORMATER-MT-BELOB.
           MOVE SPACES TO WS-UDTOG-LINE.
           STRING ":60F:" WS-SALDO-MAERKE WS-DAGS-DATO(3:6)
               WS-VALUTA
               WS-MT-TEKST DELIMITED BY SPACE
               INTO WS-UDTOG-LINE.
           PERFORM SKRIV-UDTOGSLINJE.

      *    The first line of the period gives the balance before it.
           FIND-AABNINGS-SALDO.
           PERFORM START-KONTOENS-LINJER.
           PERFORM UNTIL WS-END-OF-HISTORIK = 1
               READ TRANSHISTIDXFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-HISTORIK
                   NOT AT END
                       IF THX-KONTONUMMER NOT = UAB-KONTONUMMER
                           MOVE 1 TO WS-END-OF-HISTORIK
                       ELSE
                           MOVE THX-LINJE TO WS-HISTORIK-REC
                           PERFORM TEST-PERIODE
                           IF WS-PERIODE-OK = "J"
                               MOVE TH-GAMMEL-BALANCE
                                   TO WS-AABNINGS-SALDO
                               MOVE 1 TO WS-END-OF-HISTORIK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           START-KONTOENS-LINJER.
           MOVE ZEROES TO WS-END-OF-HISTORIK.
           MOVE UAB-KONTONUMMER TO THX-KONTONUMMER.
           MOVE ZEROES TO THX-REFERENCE.
           MOVE ZEROES TO THX-DEL.
           START TRANSHISTIDXFILE
               KEY IS >= THX-NOEGLE OF TRANSHISTIDXREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-HISTORIK
           END-START.

           TEST-PERIODE.
           MOVE "N" TO WS-PERIODE-OK.
           IF WS-UDTOG-ART = "D" AND TH-DATO = WS-TH-DAG
               MOVE "J" TO WS-PERIODE-OK
           END-IF.
           IF WS-UDTOG-ART = "M" AND TH-DATO(1:5) = WS-TH-MAANED
               MOVE "J" TO WS-PERIODE-OK
           END-IF.

           LAES-KONTOENS-LINJER.
           PERFORM START-KONTOENS-LINJER.
           PERFORM UNTIL WS-END-OF-HISTORIK = 1
               READ TRANSHISTIDXFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-HISTORIK
                   NOT AT END
                       IF THX-KONTONUMMER NOT = UAB-KONTONUMMER
                           MOVE 1 TO WS-END-OF-HISTORIK
                       ELSE
                           MOVE THX-LINJE TO WS-HISTORIK-REC
                           PERFORM TEST-PERIODE
                           IF WS-PERIODE-OK = "J"
                               PERFORM SKRIV-UDTOG-POST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The direction is read off the balances, so a transfer
      *    leg and a storno need no type table of their own.
           SKRIV-UDTOG-POST.
           ADD 1 TO WS-UDTOG-LINJER.
           ADD 1 TO WS-CTL-POSTER.
           MOVE TH-GAMMEL-BALANCE TO WS-GAMMEL-BALANCE.
           MOVE TH-NY-BALANCE TO WS-NY-BALANCE.
           MOVE WS-NY-BALANCE TO WS-SLUT-SALDO.
           IF WS-NY-BALANCE < WS-GAMMEL-BALANCE
               MOVE "D" TO WS-RETNING
           ELSE
               MOVE "C" TO WS-RETNING
           END-IF.
      *    On a loan the balance is the debt: a rising balance is
      *    the debit, a falling one the credit.
           IF WS-ER-LAAN
               IF WS-RETNING = "D"
                   MOVE "C" TO WS-RETNING
               ELSE
                   MOVE "D" TO WS-RETNING
               END-IF
           END-IF.
           IF WS-RETNING = "D"
               MOVE "D " TO WS-DK-MAERKE
               IF TH-TRANS-TYPE = "S"
                   MOVE "RC" TO WS-DK-MAERKE
               END-IF
           ELSE
               MOVE "C " TO WS-DK-MAERKE
               IF TH-TRANS-TYPE = "S"
                   MOVE "RD" TO WS-DK-MAERKE
               END-IF
           END-IF.
           MOVE TH-BELOB TO WS-MT-BELOB.
           PERFORM FORMATER-MT-BELOB.
           MOVE SPACES TO WS-UDTOG-LINE.
           STRING ":61:" TH-DATO(1:2) TH-DATO(4:2) TH-DATO(7:2)
               TH-DATO(4:2) TH-DATO(7:2)
               WS-DK-MAERKE DELIMITED BY SPACE
               WS-MT-TEKST DELIMITED BY SPACE
               "NTRF" TH-REFERENCE "//" TH-REFERENCE
               DELIMITED BY SIZE INTO WS-UDTOG-LINE.
           PERFORM SKRIV-UDTOGSLINJE.

           MOVE SPACES TO WS-UDTOG-LINE.
           STRING ":86:" TH-TEKST
               DELIMITED BY SIZE INTO WS-UDTOG-LINE.
           PERFORM SKRIV-UDTOGSLINJE.
           MOVE SPACES TO WS-MODKONTO.
           IF TH-TRANS-TYPE = "T" AND TH-REFERENCE IS NUMERIC
               AND TH-REFERENCE > ZEROES
               PERFORM FIND-MODKONTO
           END-IF.
           IF WS-MODKONTO NOT = SPACES
               MOVE SPACES TO WS-UDTOG-LINE
               STRING "/MODKONTO/" WS-MODKONTO
                   DELIMITED BY SIZE INTO WS-UDTOG-LINE
               PERFORM SKRIV-UDTOGSLINJE
           END-IF.
           IF TH-TRANS-TYPE = "S" AND TH-STORNO-REF IS NUMERIC
               AND TH-STORNO-REF > ZEROES
               MOVE SPACES TO WS-UDTOG-LINE
               STRING "/STORNO/" TH-STORNO-REF
                   DELIMITED BY SIZE INTO WS-UDTOG-LINE
               PERFORM SKRIV-UDTOGSLINJE
           END-IF.

      *    The other "T" leg under the same reference; the FX
      *    spread line shares it too but is a "K". The account's
      *    own walk is picked up again just past the line.
           FIND-MODKONTO.
           MOVE THX-NOEGLE TO WS-GEMT-THX-NOEGLE.
           MOVE TH-REFERENCE TO WS-SOEG-REFERENCE.
           MOVE ZEROES TO WS-END-OF-REFERENCE.
           MOVE WS-SOEG-REFERENCE TO THX-REFERENCE.
           START TRANSHISTIDXFILE
               KEY IS = THX-REFERENCE OF TRANSHISTIDXREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-REFERENCE
           END-START.
           PERFORM UNTIL WS-END-OF-REFERENCE = 1
               READ TRANSHISTIDXFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-REFERENCE
                   NOT AT END
                       IF THX-REFERENCE NOT = WS-SOEG-REFERENCE
                           MOVE 1 TO WS-END-OF-REFERENCE
                       ELSE
                           IF THX-KONTONUMMER NOT = UAB-KONTONUMMER
                               AND THX-LINJE(48:1) = "T"
                               MOVE THX-KONTONUMMER TO WS-MODKONTO
                               MOVE 1 TO WS-END-OF-REFERENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-GEMT-THX-NOEGLE TO THX-NOEGLE.
           START TRANSHISTIDXFILE
               KEY IS > THX-NOEGLE OF TRANSHISTIDXREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-HISTORIK
           END-START.

           SKRIV-UDTOG-SLUT.
           MOVE WS-SLUT-SALDO TO WS-MT-BELOB.
           PERFORM FORMATER-MT-BELOB.
           MOVE SPACES TO WS-UDTOG-LINE.
           STRING ":62F:" WS-SALDO-MAERKE WS-DAGS-DATO(3:6)
               WS-VALUTA
               WS-MT-TEKST DELIMITED BY SPACE
               INTO WS-UDTOG-LINE.
           PERFORM SKRIV-UDTOGSLINJE.
           MOVE "-" TO WS-UDTOG-LINE.
           PERFORM SKRIV-UDTOGSLINJE.

           FORMATER-MT-BELOB.
           MOVE WS-MT-HEL TO WS-MT-HEL-ED.
           MOVE ZEROES TO WS-MT-FORAN.
           INSPECT WS-MT-HEL-ED TALLYING WS-MT-FORAN
               FOR LEADING SPACES.
           MOVE SPACES TO WS-MT-TEKST.
           STRING WS-MT-HEL-ED(WS-MT-FORAN + 1:) "," WS-MT-DEC
               DELIMITED BY SIZE INTO WS-MT-TEKST.

           SKRIV-UDTOGSLINJE.
           MOVE WS-UDTOG-LINE TO UDTOGLINE.
           WRITE UDTOGLINE.

           SKRIV-LEVKONTROL-LINJE.
           MOVE WS-AABNINGS-SALDO TO WS-SALDO-ED.
           MOVE WS-SLUT-SALDO TO WS-SALDO2-ED.
           MOVE SPACES TO WS-LEV-LINE.
           STRING WS-UDTOG-NAVN(12:49) " " UAB-KONTONUMMER " "
               WS-EJER-KUNDE-ID " " WS-UDTOG-ART " "
               WS-UDTOG-LINJER " " WS-SALDO-ED " " WS-SALDO2-ED
               DELIMITED BY SIZE INTO WS-LEV-LINE.
           MOVE WS-LEV-LINE TO LEVKONTROLLINE.
           WRITE LEVKONTROLLINE.

           SKRIV-LEVKONTROL-TOTAL.
           MOVE SPACES TO WS-LEV-LINE.
           STRING "I ALT FILER: DAGLIGE " WS-CTL-DAGLIGE
               " MAANEDLIGE " WS-CTL-MAANEDLIGE
               " POSTER " WS-CTL-POSTER
               DELIMITED BY SIZE INTO WS-LEV-LINE.
           MOVE WS-LEV-LINE TO LEVKONTROLLINE.
           WRITE LEVKONTROLLINE.

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
                   DIVIDE WS-RUL-AAR BY 4 GIVING WS-SKUDAAR-KVOT
                       REMAINDER WS-SKUDAAR-REST
                   IF WS-SKUDAAR-REST = ZEROES
                       MOVE 29 TO WS-DAGE-I-MAANED
                   ELSE
                       MOVE 28 TO WS-DAGE-I-MAANED
                   END-IF
           END-EVALUATE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE134 - KOERSELSOVERSIGT".
           DISPLAY "ABONNEMENTER LAEST:      " WS-CTL-ABONNEMENTER.
           DISPLAY "DAGLIGE UDTOG:           " WS-CTL-DAGLIGE.
           DISPLAY "MAANEDLIGE UDTOG:        " WS-CTL-MAANEDLIGE.
           DISPLAY "POSTER LEVERET:          " WS-CTL-POSTER.
           DISPLAY "ABONNEMENTER AFVIST:     " WS-CTL-AFVIST.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE134: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-ABONNEMENTER TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-DAGLIGE + WS-CTL-MAANEDLIGE.
           MOVE WS-CTL-AFVIST TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
