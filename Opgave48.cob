      *    record appended to Transaktioner.txt for the Opgave21
      *    run; everything else is refused before it ever reaches
      *    the posting step. BSSvar.txt answers the clearing house
      *    line for line: H honoreret, A afvist with a reason. A
      *    collection on an account closed by a bank switch
      *    (BankSkifte.txt, settled by Opgave101) is refused with
      *    "KUNDE SKIFTET BANK", so the creditor moves the mandate
      *    to the receiving bank rather than chase a dead account.
      *
      *    A collection is honored only against an active mandate
      *    on BSAftaler.txt (BSAFTALE.cpy) for the account, the
      *    creditor number and the debtor group the BS02 quotes;
      *    without one it is refused "INGEN AKTIV AFTALE" instead
      *    of being debited and refunded later through Opgave77.
      *    The clearing house maintains the register in the same
      *    delivery: a BS03 record registers (tilmelding) and a
      *    BS04 record cancels (afmelding) a mandate, counted in
      *    the BS09 trailer apart from the collections and applied
      *    in a first pass, so a mandate registered in today's
      *    file covers today's collections. Each is answered on
      *    BSSvar.txt with T registered, O cancelled or X refused
      *    with a reason, the creditor number and debtor group in
      *    the place of the collection reference. The branch keeps
      *    the register too, from Opgave102.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           SELECT TRANSAKTIONFILE ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-STATUS.
           SELECT BSAFTALEFILE ASSIGN TO "BSAftaler.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSA-NOEGLE OF BSAFTALEREC
               FILE STATUS IS WS-BSA-STATUS.
           SELECT BANKSKIFTEFILE ASSIGN TO "BankSkifte.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSK-NOEGLE OF BANKSKIFTEREC
               FILE STATUS IS WS-BSK-STATUS.
           SELECT BSSVAROUT ASSIGN TO "BSSvar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSV-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD BSCLEARINGFILE.
           01 BSCLEARINGLINE               PIC X(110).

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
           01 TRANSAKTIONREC.
               COPY "TRANSPOSTERING.cpy".

           FD BSAFTALEFILE.
           01 BSAFTALEREC.
               COPY "BSAFTALE.cpy".

           FD BANKSKIFTEFILE.
           01 BANKSKIFTEREC.
               COPY "BANKSKIFTE.cpy".

           FD BSSVAROUT.
           01 BSSVARLINE                   PIC X(60).

           01 WS-KOF-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-BSV-STATUS                PIC X(2).
           01 WS-BSK-STATUS                PIC X(2).
           01 WS-BSA-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

      *    The clearing line seen through its layouts.
           01 WS-BS-REC.
               02 WS-BS-RECTYPE            PIC X(4).
                  88 WS-ER-BS-HOVED        VALUE "BS01".
                  88 WS-ER-BS-DETALJE      VALUE "BS02".
                  88 WS-ER-BS-TILMELDING   VALUE "BS03".
                  88 WS-ER-BS-AFMELDING    VALUE "BS04".
                  88 WS-ER-BS-TRAILER      VALUE "BS09".
               02 WS-BS-REST               PIC X(106).
           01 WS-BS-HOVED REDEFINES WS-BS-REC.
               02 FILLER                   PIC X(4).
               02 BSH-DATO                 PIC 9(8).
               02 BSH-LEVERANDOER          PIC X(10).
               02 FILLER                   PIC X(88).
           01 WS-BS-DETALJE REDEFINES WS-BS-REC.
               02 FILLER                   PIC X(4).
               02 BSD-KONTONUMMER          PIC X(20).
               02 BSD-DATO                 PIC 9(8).
               02 BSD-TEKST                PIC X(30).
               02 BSD-REFERENCE            PIC X(10).
               02 BSD-KREDITOR-NR          PIC X(8).
               02 BSD-DEBITORGRUPPE        PIC X(5).
               02 FILLER                   PIC X(16).
      *    BS03 registers a mandate, BS04 cancels one.
           01 WS-BS-AFTALE REDEFINES WS-BS-REC.
               02 FILLER                   PIC X(4).
               02 BSM-KONTONUMMER          PIC X(20).
               02 BSM-KREDITOR-NR          PIC X(8).
               02 BSM-DEBITORGRUPPE        PIC X(5).
               02 BSM-KUNDENUMMER          PIC X(15).
               02 BSM-DATO                 PIC 9(8).
               02 BSM-KREDITOR-NAVN        PIC X(20).
               02 FILLER                   PIC X(30).
      *    BST-ANTAL and BST-SUM control the collections only; the
      *    mandate records have their own count, blank on a file
      *    that carries none.
           01 WS-BS-TRAILER REDEFINES WS-BS-REC.
               02 FILLER                   PIC X(4).
               02 BST-ANTAL                PIC 9(7).
               02 BST-SUM                  PIC 9(11)V99.
               02 BST-ANTAL-AFTALER        PIC 9(7).
               02 FILLER                   PIC X(79).

           01 WS-KONTROL-OK-SWITCH         PIC X(1) VALUE "Y".
              88 WS-KONTROL-OK             VALUE "Y".
           01 WS-TRAILER-SET               PIC X(1) VALUE "N".
           01 WS-TALT-ANTAL                PIC 9(7) VALUE ZEROES.
           01 WS-TALT-SUM                  PIC 9(11)V99 VALUE ZEROES.
           01 WS-TALT-AFTALER              PIC 9(7) VALUE ZEROES.
           01 WS-TRAILER-AFTALER           PIC 9(7) VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".

           01 WS-CTL-HONORERET             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AFVIST                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-TILMELDT              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AFMELDT               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AFTALE-AFVIST         PIC 9(5) VALUE ZEROES.
           01 WS-AFTALE-SWITCH             PIC X(1) VALUE "N".
              88 WS-AFTALE-FUNDET          VALUE "Y".
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-SVAR-KODE                 PIC X(1) VALUE SPACES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
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
           PERFORM INDLAES-BSCLEARING.
           PERFORM SKRIV-DRIFTSSTATISTIK.
      *    The statistics CALL leaves RETURN-CODE at zero, so a
               MOVE "N" TO WS-KONTROL-OK-SWITCH
               DISPLAY "OPGAVE48: BS09-trailer mangler"
           END-IF.
           IF WS-TRAILER-SET = "Y"
               AND WS-TRAILER-AFTALER NOT = WS-TALT-AFTALER
               MOVE "N" TO WS-KONTROL-OK-SWITCH
               DISPLAY "OPGAVE48: BS09 antal aftaler stemmer ikke"
           END-IF.

           KONTROLLER-EN-BS-LINJE.
           EVALUATE TRUE
               WHEN WS-ER-BS-DETALJE
                   ADD 1 TO WS-TALT-ANTAL
                   ADD BSD-BELOB TO WS-TALT-SUM
               WHEN WS-ER-BS-TILMELDING
               WHEN WS-ER-BS-AFMELDING
                   ADD 1 TO WS-TALT-AFTALER
               WHEN WS-ER-BS-TRAILER
                   MOVE "Y" TO WS-TRAILER-SET
                   MOVE ZEROES TO WS-TRAILER-AFTALER
                   IF BST-ANTAL-AFTALER IS NUMERIC
                       MOVE BST-ANTAL-AFTALER TO WS-TRAILER-AFTALER
                   END-IF
                   IF BST-ANTAL NOT = WS-TALT-ANTAL
                       MOVE "N" TO WS-KONTROL-OK-SWITCH
                       DISPLAY "OPGAVE48: BS09 antal stemmer ikke"
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN I-O BSAFTALEFILE.
           IF WS-BSA-STATUS NOT = "00"
               OPEN OUTPUT BSAFTALEFILE
               IF WS-BSA-STATUS = "00"
                   CLOSE BSAFTALEFILE
                   OPEN I-O BSAFTALEFILE
               END-IF
           END-IF.
           IF WS-BSA-STATUS NOT = "00"
               STRING "Open BSAftaler.txt failed, status "
                   WS-BSA-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

      *    First pass: the mandate records.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ BSCLEARINGFILE INTO WS-BS-REC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ER-BS-TILMELDING OR WS-ER-BS-AFMELDING
                           PERFORM OVERSAET-EN-AFTALE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BSCLEARINGFILE.

      *    Second pass: the collections.
           OPEN INPUT BSCLEARINGFILE.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ BSCLEARINGFILE INTO WS-BS-REC
           CLOSE BSCLEARINGFILE.
           CLOSE KONTOOPLFILE.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.
           CLOSE BSSVAROUT.
           CLOSE BSAFTALEFILE.

      *    A mandate is kept on the account the money actually
      *    leaves - a renumbered account's new number - and may be
      *    registered on a frozen account, but not on a closed
      *    one.
           OVERSAET-EN-AFTALE.
           MOVE SPACES TO WS-AFVIS-AARSAG.
           MOVE BSM-KONTONUMMER TO WS-EFFEKTIV-KONTONUMMER.
           PERFORM LAES-AFTALEKONTO.
           IF NOT WS-KONTO-FUNDET
               MOVE "UKENDT KONTO" TO WS-AFVIS-AARSAG
           ELSE
               MOVE WS-EFFEKTIV-KONTONUMMER TO BSA-KONTONUMMER
               MOVE BSM-KREDITOR-NR TO BSA-KREDITOR-NR
               MOVE BSM-DEBITORGRUPPE TO BSA-DEBITORGRUPPE
               MOVE "N" TO WS-AFTALE-SWITCH
               READ BSAFTALEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AFTALE-SWITCH
               END-READ
               IF WS-ER-BS-TILMELDING
                   PERFORM TILMELD-AFTALE
               ELSE
                   PERFORM AFMELD-AFTALE
               END-IF
           END-IF.
           IF WS-AFVIS-AARSAG NOT = SPACES
               ADD 1 TO WS-CTL-AFTALE-AFVIST
               MOVE "X" TO WS-SVAR-KODE
           END-IF.
           PERFORM SKRIV-SVAR-AFTALE.

           LAES-AFTALEKONTO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-EFFEKTIV-KONTONUMMER
               TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF NOT WS-KONTO-FUNDET
               CALL "KONTOALIASOPSLAG" USING
                   BSM-KONTONUMMER WS-ALIAS-NR WS-ALIAS-RESULT
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

      *    A registration repeated for a live mandate refreshes it.
           TILMELD-AFTALE.
           IF KONTO-ER-LUKKET
               MOVE "KONTO LUKKET" TO WS-AFVIS-AARSAG
           ELSE
               MOVE BSM-KUNDENUMMER TO BSA-KUNDENUMMER
               MOVE BSM-KREDITOR-NAVN TO BSA-KREDITOR-NAVN
               MOVE "A" TO BSA-STATUS
               MOVE "C" TO BSA-KILDE
               MOVE BSM-DATO TO BSA-TILMELDT-DATO
               IF BSM-DATO IS NOT NUMERIC OR BSM-DATO = ZEROES
                   MOVE WS-DAGS-DATO TO BSA-TILMELDT-DATO
               END-IF
               MOVE ZEROES TO BSA-AFMELDT-DATO
               MOVE WS-STAT-PROGRAM TO BSA-OPERATOER
               IF WS-AFTALE-FUNDET
                   REWRITE BSAFTALEREC
               ELSE
                   WRITE BSAFTALEREC
               END-IF
               ADD 1 TO WS-CTL-TILMELDT
               MOVE "T" TO WS-SVAR-KODE
           END-IF.

           AFMELD-AFTALE.
           IF NOT WS-AFTALE-FUNDET
               MOVE "AFTALE FINDES IKKE" TO WS-AFVIS-AARSAG
           ELSE
               IF NOT BSA-ER-AKTIV
                   MOVE "AFTALE ALLEREDE AFM." TO WS-AFVIS-AARSAG
               ELSE
                   MOVE "O" TO BSA-STATUS
                   MOVE "C" TO BSA-KILDE
                   MOVE BSM-DATO TO BSA-AFMELDT-DATO
                   IF BSM-DATO IS NOT NUMERIC OR BSM-DATO = ZEROES
                       MOVE WS-DAGS-DATO TO BSA-AFMELDT-DATO
                   END-IF
                   MOVE WS-STAT-PROGRAM TO BSA-OPERATOER
                   REWRITE BSAFTALEREC
                   ADD 1 TO WS-CTL-AFMELDT
                   MOVE "O" TO WS-SVAR-KODE
               END-IF
           END-IF.

           SKRIV-SVAR-AFTALE.
           MOVE SPACES TO WS-SVAR-LINE.
           STRING WS-SVAR-KODE " " BSM-KREDITOR-NR BSM-DEBITORGRUPPE
               " " BSM-KONTONUMMER " " WS-AFVIS-AARSAG
               DELIMITED BY SIZE INTO WS-SVAR-LINE.
           MOVE WS-SVAR-LINE TO BSSVARLINE.
           WRITE BSSVARLINE.

      *    The status gate runs HERE, before the collection ever
      *    reaches Transaktioner.txt - a closed or frozen account
                   MOVE "UKENDT KONTO" TO WS-AFVIS-AARSAG
               WHEN KONTO-ER-LUKKET
                   MOVE "KONTO LUKKET" TO WS-AFVIS-AARSAG
                   PERFORM KONTROLLER-BANKSKIFTE
               WHEN KONTO-ER-FROSSET
                   MOVE "KONTO FROSSET" TO WS-AFVIS-AARSAG
               WHEN OTHER
                   PERFORM KONTROLLER-AFTALE
           END-EVALUATE.

           IF WS-AFVIS-AARSAG NOT = SPACES
               PERFORM SKRIV-SVAR-HONORERET
           END-IF.

      *    The mandate is looked for on the account the collection
      *    lands on, then - for a renumbered account whose mandate
      *    predates the renumbering - on the number quoted.
           KONTROLLER-AFTALE.
           MOVE "N" TO WS-AFTALE-SWITCH.
           MOVE WS-EFFEKTIV-KONTONUMMER TO BSA-KONTONUMMER.
           PERFORM LAES-AFTALE.
           IF NOT WS-AFTALE-FUNDET
               AND BSD-KONTONUMMER NOT = WS-EFFEKTIV-KONTONUMMER
               MOVE BSD-KONTONUMMER TO BSA-KONTONUMMER
               PERFORM LAES-AFTALE
           END-IF.
           IF NOT WS-AFTALE-FUNDET
               MOVE "INGEN AKTIV AFTALE" TO WS-AFVIS-AARSAG
           END-IF.

           LAES-AFTALE.
           MOVE BSD-KREDITOR-NR TO BSA-KREDITOR-NR.
           MOVE BSD-DEBITORGRUPPE TO BSA-DEBITORGRUPPE.
           READ BSAFTALEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BSA-ER-AKTIV
                       MOVE "Y" TO WS-AFTALE-SWITCH
                   END-IF
           END-READ.

           KONTROLLER-BANKSKIFTE.
           OPEN INPUT BANKSKIFTEFILE.
           IF WS-BSK-STATUS = "00"
               MOVE KUNDE-ID IN KONTOOPLREC TO BSK-KUNDE-ID
               MOVE WS-EFFEKTIV-KONTONUMMER TO BSK-KONTONUMMER
               READ BANKSKIFTEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BSK-ER-UDFOERT
                           MOVE "KUNDE SKIFTET BANK"
                               TO WS-AFVIS-AARSAG
                       END-IF
               END-READ
               CLOSE BANKSKIFTEFILE
           END-IF.

      *    The clearing reference rides in the posting text - the
      *    same carry-the-number idiom as Opgave49's "UDBET" - so a
      *    dispute (Opgave77) can find the collection in the
               DELIMITED BY SIZE
               INTO TP-TEKST IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.

           SKRIV-SVAR-HONORERET.
           MOVE SPACES TO WS-SVAR-LINE.
           DISPLAY "OPGAVE48 - KOERSELSOVERSIGT".
           DISPLAY "HONORERET:               " WS-CTL-HONORERET.
           DISPLAY "AFVIST:                  " WS-CTL-AFVIST.
           DISPLAY "AFTALER TILMELDT:        " WS-CTL-TILMELDT.
           DISPLAY "AFTALER AFMELDT:         " WS-CTL-AFMELDT.
           DISPLAY "AFTALER AFVIST:          " WS-CTL-AFTALE-AFVIST.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           COMPUTE WS-STAT-LAEST =
               WS-CTL-HONORERET + WS-CTL-AFVIST + WS-TALT-AFTALER.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-HONORERET + WS-CTL-TILMELDT + WS-CTL-AFMELDT.
           COMPUTE WS-STAT-AFVIST =
               WS-CTL-AFVIST + WS-CTL-AFTALE-AFVIST.
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
           MOVE "OPGAVE48" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
