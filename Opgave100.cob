           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE100.

      *    Bank switch (bankskifte) for a departing customer. The
      *    receiving bank used to get the standing orders on paper
      *    and the Betalingsservice collections kept arriving for
      *    weeks; the switch is now registered here for one
      *    KUNDE-ID and a switch date, and settled by the nightly
      *    Opgave101 run when the date comes.
      *
      *      R - register the switch: the customer needs a CPR
      *          number (the switch file names the customer by it)
      *          and must not be deceased. Every open account of
      *          the customer is offered in turn; the operator keys
      *          the IBAN it gets at the receiving bank, or leaves
      *          it blank to keep the account here. Loans and term
      *          deposits are wound up by their own runs and cannot
      *          go. The confirmed switch is written to
      *          BankSkifte.txt (BANKSKIFTE.cpy), and the switch
      *          file for the receiving bank, BankSkifteFil.txt,
      *          gets the customer's BK01 header, a BK02 line per
      *          standing order on FasteOrdrer.txt and a BK03 line
      *          per active Betalingsservice mandate on the
      *          accounts in the BSAftaler.txt register, and a BK09
      *          trailer with the counts
      *      V - show the customer's switch registrations
      *      A - cancel a switch not yet begun
      *
      *    Whatever cannot be handed over - the accounts kept or
      *    refused, suspended standing orders, a NemKonto
      *    designation that ends with the account - goes on
      *    BankSkifteRapport.txt, the same report the Opgave101
      *    settlement writes to. Each registration and cancellation
      *    is logged through AUDITLOG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BANKSKIFTEFILE ASSIGN TO "BankSkifte.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSK-NOEGLE OF BANKSKIFTEREC
               FILE STATUS IS WS-BSK-STATUS.
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOOPLREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KOF-STATUS.
           SELECT FASTEORDREFILE ASSIGN TO "FasteOrdrer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-ORDRE-NR OF FASTEORDREREC
               FILE STATUS IS WS-FOR-STATUS.
           SELECT BSAFTALEFILE ASSIGN TO "BSAftaler.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSA-NOEGLE OF BSAFTALEREC
               FILE STATUS IS WS-BSA-STATUS.
           SELECT NEMKONTOFILE ASSIGN TO "NemKonto.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKT-CPR OF NEMKONTOREC
               ALTERNATE RECORD KEY IS NKT-KONTONUMMER OF NEMKONTOREC
                   WITH DUPLICATES
               FILE STATUS IS WS-NKT-STATUS.
           SELECT SKIFTEFILOUT ASSIGN TO "BankSkifteFil.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSF-STATUS.
           SELECT SKIFTERAPPORTOUT ASSIGN TO "BankSkifteRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSR-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD BANKSKIFTEFILE.
           01 BANKSKIFTEREC.
               COPY "BANKSKIFTE.cpy".

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD FASTEORDREFILE.
           01 FASTEORDREREC.
               COPY "FASTEORDRE.cpy".

           FD BSAFTALEFILE.
           01 BSAFTALEREC.
               COPY "BSAFTALE.cpy".

           FD NEMKONTOFILE.
           01 NEMKONTOREC.
               COPY "NEMKONTO.cpy".

           FD SKIFTEFILOUT.
           01 SKIFTEFILLINE                PIC X(100).

           FD SKIFTERAPPORTOUT.
           01 SKIFTERAPPORTLINE            PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-BSK-STATUS                PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-FOR-STATUS                PIC X(2).
           01 WS-BSA-STATUS                PIC X(2).
           01 WS-NKT-STATUS                PIC X(2).
           01 WS-BSF-STATUS                PIC X(2).
           01 WS-BSR-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-REGISTRER         VALUE "R".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-ANNULLER          VALUE "A".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-VALGT-CPR                 PIC X(10) VALUE SPACES.
           01 WS-KST-STATUS                PIC X(1) VALUE SPACES.
           01 WS-KST-RESULT                PIC X(1) VALUE SPACES.
           01 WS-IBAN-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SKIFTEDATO-X              PIC X(8) VALUE SPACES.
           01 WS-SKIFTEDATO                PIC 9(8) VALUE ZEROES.
           01 WS-MODTAGER-REGNR            PIC X(4) VALUE SPACES.

           01 WS-CPR-SWITCH                PIC X(1) VALUE "N".
              88 WS-CPR-FUNDET             VALUE "Y".
           01 WS-AABENT-SWITCH             PIC X(1) VALUE "N".
              88 WS-HAR-AABENT-SKIFTE      VALUE "Y".
           01 WS-PAABEGYNDT-SWITCH         PIC X(1) VALUE "N".
              88 WS-SKIFTE-PAABEGYNDT      VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-IBAN-SWITCH               PIC X(1) VALUE "N".
              88 WS-IBAN-AFKLARET          VALUE "Y".

      *    The customer's accounts as offered at registration: O
      *    goes to the receiving bank, B stays here, X cannot go.
           01 WS-KONTO-TABEL.
               02 WS-KONTO-RAEKKE OCCURS 50 TIMES.
                   03 WS-KT-KONTONUMMER    PIC X(20).
                   03 WS-KT-KONTOTYPE      PIC X(4).
                   03 WS-KT-VALUTA         PIC X(3).
                   03 WS-KT-BALANCE        PIC 9(7)V99.
                   03 WS-KT-KODE           PIC X(1).
                      88 WS-KT-OVERDRAGES  VALUE "O".
                      88 WS-KT-BLIVER      VALUE "B".
                      88 WS-KT-AFVIST      VALUE "X".
                   03 WS-KT-IBAN           PIC X(20).
           01 WS-KONTO-ANTAL               PIC 9(3) VALUE ZEROES.
           01 WS-KONTO-IX                  PIC 9(3) VALUE ZEROES.
           01 WS-OVERDRAG-ANTAL            PIC 9(3) VALUE ZEROES.
           01 WS-KONTO-MATCH               PIC X(1) VALUE "N".

      *    The switch file line seen through its layouts.
           01 WS-BK-REC.
               02 WS-BK-RECTYPE            PIC X(4).
               02 WS-BK-REST               PIC X(96).
           01 WS-BK-HOVED REDEFINES WS-BK-REC.
               02 FILLER                   PIC X(4).
               02 BKH-DATO                 PIC 9(8).
               02 BKH-KUNDE-ID             PIC X(10).
               02 BKH-CPR                  PIC X(10).
               02 BKH-MODTAGER-REGNR       PIC X(4).
               02 BKH-SKIFTEDATO           PIC 9(8).
               02 FILLER                   PIC X(56).
           01 WS-BK-ORDRE REDEFINES WS-BK-REC.
               02 FILLER                   PIC X(4).
               02 BKO-KONTONUMMER          PIC X(20).
               02 BKO-NY-IBAN              PIC X(20).
               02 BKO-ORDRE-NR             PIC X(6).
               02 BKO-TRANS-TYPE           PIC X(1).
               02 BKO-BELOB                PIC 9(7)V99.
               02 BKO-FREKVENS             PIC X(1).
               02 BKO-NAESTE-DATO          PIC 9(8).
               02 BKO-STATUS               PIC X(1).
               02 BKO-TEKST                PIC X(30).
           01 WS-BK-BS REDEFINES WS-BK-REC.
               02 FILLER                   PIC X(4).
               02 BKB-KONTONUMMER          PIC X(20).
               02 BKB-NY-IBAN              PIC X(20).
               02 BKB-KREDITOR-NR          PIC X(8).
               02 BKB-DEBITORGRUPPE        PIC X(5).
               02 BKB-KUNDENUMMER          PIC X(15).
               02 BKB-KREDITOR-NAVN        PIC X(20).
               02 BKB-TILMELDT-DATO        PIC 9(8).
           01 WS-BK-TRAILER REDEFINES WS-BK-REC.
               02 FILLER                   PIC X(4).
               02 BKT-DATO                 PIC 9(8).
               02 BKT-KUNDE-ID             PIC X(10).
               02 BKT-ANTAL-KONTI          PIC 9(5).
               02 BKT-ANTAL-ORDRER         PIC 9(5).
               02 BKT-ANTAL-BS             PIC 9(5).
               02 FILLER                   PIC X(63).

           01 WS-ORDRE-ANTAL               PIC 9(5) VALUE ZEROES.
           01 WS-BS-SKREVET                PIC 9(5) VALUE ZEROES.
           01 WS-RAPPORT-TEKST             PIC X(50) VALUE SPACES.
           01 WS-RAPPORT-KONTO             PIC X(20) VALUE SPACES.
           01 WS-RAPPORT-LINE              PIC X(100) VALUE SPACES.

           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-VIS-ANTAL                 PIC 9(3) VALUE ZEROES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV100".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 2.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

           PROCEDURE DIVISION.
      *    The nightly chain takes a run lock; no interactive
      *    session touches the live files while it is held.
           CALL "KOERSELLAAS" USING WS-LAAS-PROGRAM
               WS-LAAS-RESULT.
           IF WS-LAAS-RESULT = "S"
               STOP RUN
           END-IF.
           CALL "OPERATORKONTROL" USING WS-LAAS-PROGRAM
               WS-SIGNON-NIVEAU WS-SIGNON-OPERATOER
               WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT NOT = "G"
               STOP RUN
           END-IF.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-VALG-AFSLUT
               PERFORM VIS-MENU
               EVALUATE TRUE
                   WHEN WS-VALG-REGISTRER
                       PERFORM REGISTRER-SKIFTE
                   WHEN WS-VALG-VIS
                       PERFORM VIS-SKIFTE
                   WHEN WS-VALG-ANNULLER
                       PERFORM ANNULLER-SKIFTE
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "BANKSKIFTE".
           DISPLAY "R - Registrer bankskifte".
           DISPLAY "V - Vis bankskifte".
           DISPLAY "A - Annuller bankskifte".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           REGISTRER-SKIFTE.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM LAES-KUNDE-CPR.
           CALL "KUNDESTATUSOPSLAG" USING WS-VALGT-KUNDE-ID
               WS-KST-STATUS WS-KST-RESULT.
           PERFORM FIND-AABENT-SKIFTE.
           EVALUATE TRUE
               WHEN NOT WS-CPR-FUNDET
                   DISPLAY "Kunden har intet CPR-nummer - "
                       "registreres foerst i Opgave80."
               WHEN WS-KST-RESULT = "M" AND WS-KST-STATUS = "D"
                   DISPLAY "Kunden er afdoed - kontiene afvikles i "
                       "boets behandling."
               WHEN WS-HAR-AABENT-SKIFTE
                   DISPLAY "Kunden har allerede et registreret "
                       "bankskifte - det annulleres foerst."
               WHEN OTHER
                   PERFORM INDTAST-SKIFTE
           END-EVALUATE.

           INDTAST-SKIFTE.
           DISPLAY "SKIFTEDATO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-SKIFTEDATO-X.
           DISPLAY "MODTAGENDE BANKS REG.NR.: " WITH NO ADVANCING.
           ACCEPT WS-MODTAGER-REGNR.
           MOVE ZEROES TO WS-SKIFTEDATO.
           IF WS-SKIFTEDATO-X IS NUMERIC
               MOVE WS-SKIFTEDATO-X TO WS-SKIFTEDATO
           END-IF.
           EVALUATE TRUE
               WHEN WS-SKIFTEDATO-X IS NOT NUMERIC
                   DISPLAY "SKIFTEDATO er ikke en dato."
               WHEN WS-SKIFTEDATO < WS-DAGS-DATO
                   DISPLAY "SKIFTEDATO ligger i fortiden."
               WHEN WS-MODTAGER-REGNR IS NOT NUMERIC
                   DISPLAY "REG.NR. skal vaere fire cifre."
               WHEN OTHER
                   PERFORM SAML-KUNDENS-KONTI
                   IF WS-KONTO-ANTAL = ZEROES
                       DISPLAY "Kunden har ingen aabne konti."
                   ELSE
                       PERFORM VAELG-KONTI
                       IF WS-OVERDRAG-ANTAL = ZEROES
                           DISPLAY "Ingen konti at overdrage - "
                               "annulleret."
                       ELSE
                           DISPLAY "Godkend bankskifte af "
                               WS-OVERDRAG-ANTAL " konti pr. "
                               WS-SKIFTEDATO " (J/N): "
                               WITH NO ADVANCING
                           ACCEPT WS-BEKRAEFT
                           IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                               PERFORM GEM-REGISTRERING
                               PERFORM SKRIV-SKIFTEFIL
                               PERFORM SKRIV-REGISTRERINGSRAPPORT
                               DISPLAY "Bankskifte registreret, "
                                   WS-ORDRE-ANTAL " faste ordrer og "
                                   WS-BS-SKREVET " BS-aftaler paa "
                                   "skiftefilen."
                           ELSE
                               DISPLAY "Annulleret."
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           LAES-KUNDE-CPR.
           MOVE "N" TO WS-CPR-SWITCH.
           MOVE SPACES TO WS-VALGT-CPR.
           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO CPR-KUNDE-ID
               READ KUNDECPRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CPR-SWITCH
                       MOVE CPR-NUMMER TO WS-VALGT-CPR
               END-READ
               CLOSE KUNDECPRFILE
           END-IF.

      *    A registration still waiting for its date, or one whose
      *    date has come but whose settlement was put off, is the
      *    customer's open switch.
           FIND-AABENT-SKIFTE.
           MOVE "N" TO WS-AABENT-SWITCH.
           MOVE "N" TO WS-PAABEGYNDT-SWITCH.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT BANKSKIFTEFILE.
           IF WS-BSK-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO BSK-KUNDE-ID
               MOVE SPACES TO BSK-KONTONUMMER
               START BANKSKIFTEFILE
                   KEY IS >= BSK-NOEGLE OF BANKSKIFTEREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ BANKSKIFTEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF BSK-KUNDE-ID NOT = WS-VALGT-KUNDE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               IF BSK-ER-REGISTRERET
                                   MOVE "Y" TO WS-AABENT-SWITCH
                                   IF BSK-ORDRER-ER-OPHOERT
                                       MOVE "Y"
                                           TO WS-PAABEGYNDT-SWITCH
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANKSKIFTEFILE
           END-IF.

      *    The customer's accounts as primary holder, through the
      *    KUNDE-ID alternate key; closed accounts are left out.
           SAML-KUNDENS-KONTI.
           MOVE ZEROES TO WS-KONTO-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-VALGT-KUNDE-ID TO KUNDE-ID IN KONTOOPLREC.
           START KONTOOPLFILE
               KEY IS >= KUNDE-ID OF KONTOOPLREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KUNDE-ID IN KONTOOPLREC
                           NOT = WS-VALGT-KUNDE-ID
                           MOVE 1 TO WS-END-OF-FILE
                       ELSE
                           IF NOT KONTO-ER-LUKKET IN KONTOOPLREC
                               AND WS-KONTO-ANTAL < 50
                               ADD 1 TO WS-KONTO-ANTAL
                               PERFORM GEM-KONTO-RAEKKE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KONTOOPLFILE.

           GEM-KONTO-RAEKKE.
           MOVE KONTONUMMER IN KONTOOPLREC
               TO WS-KT-KONTONUMMER (WS-KONTO-ANTAL).
           MOVE KONTOTYPE IN KONTOOPLREC
               TO WS-KT-KONTOTYPE (WS-KONTO-ANTAL).
           MOVE VALUTAKODE IN KONTOOPLREC
               TO WS-KT-VALUTA (WS-KONTO-ANTAL).
           IF WS-KT-VALUTA (WS-KONTO-ANTAL) = SPACES
               MOVE "DKK" TO WS-KT-VALUTA (WS-KONTO-ANTAL)
           END-IF.
           MOVE BALANCE IN KONTOOPLREC
               TO WS-KT-BALANCE (WS-KONTO-ANTAL).
           MOVE "B" TO WS-KT-KODE (WS-KONTO-ANTAL).
           MOVE SPACES TO WS-KT-IBAN (WS-KONTO-ANTAL).
           IF KONTOTYPE IN KONTOOPLREC = "LAAN"
               OR KONTOTYPE IN KONTOOPLREC = "AFTL"
               MOVE "X" TO WS-KT-KODE (WS-KONTO-ANTAL)
           END-IF.

      *    Each account the switch can take is offered in turn; an
      *    IBAN that fails the Opgave49 check is asked for again.
           VAELG-KONTI.
           MOVE ZEROES TO WS-OVERDRAG-ANTAL.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               UNTIL WS-KONTO-IX > WS-KONTO-ANTAL
               MOVE WS-KT-BALANCE (WS-KONTO-IX) TO WS-BELOB-ED
               DISPLAY "KONTO " WS-KT-KONTONUMMER (WS-KONTO-IX) " "
                   WS-KT-KONTOTYPE (WS-KONTO-IX) " SALDO "
                   WS-BELOB-ED " " WS-KT-VALUTA (WS-KONTO-IX)
               IF WS-KT-AFVIST (WS-KONTO-IX)
                   DISPLAY "  Laan og aftalekonti afvikles i deres "
                       "egne koersler - kan ikke overdrages."
               ELSE
                   MOVE "N" TO WS-IBAN-SWITCH
                   PERFORM UNTIL WS-IBAN-AFKLARET
                       DISPLAY "  IBAN I MODTAGERBANKEN (blank = "
                           "bliver i banken): " WITH NO ADVANCING
                       ACCEPT WS-KT-IBAN (WS-KONTO-IX)
                       IF WS-KT-IBAN (WS-KONTO-IX) = SPACES
                           MOVE "Y" TO WS-IBAN-SWITCH
                       ELSE
                           CALL "IBANVALIDER" USING
                               WS-KT-IBAN (WS-KONTO-IX)
                               WS-IBAN-RESULT
                           IF WS-IBAN-RESULT = "M"
                               MOVE "O" TO WS-KT-KODE (WS-KONTO-IX)
                               ADD 1 TO WS-OVERDRAG-ANTAL
                               MOVE "Y" TO WS-IBAN-SWITCH
                           ELSE
                               DISPLAY "  IBAN fejler kontrollen."
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    A registration left from an earlier, cancelled or failed
      *    switch of the same account is written over.
           GEM-REGISTRERING.
           OPEN I-O BANKSKIFTEFILE.
           IF WS-BSK-STATUS NOT = "00"
               OPEN OUTPUT BANKSKIFTEFILE
               IF WS-BSK-STATUS = "00"
                   CLOSE BANKSKIFTEFILE
                   OPEN I-O BANKSKIFTEFILE
               END-IF
           END-IF.
           IF WS-BSK-STATUS NOT = "00"
               STRING "Open BankSkifte.txt failed, status "
                   WS-BSK-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               UNTIL WS-KONTO-IX > WS-KONTO-ANTAL
               IF WS-KT-OVERDRAGES (WS-KONTO-IX)
                   PERFORM GEM-EN-REGISTRERING
               END-IF
           END-PERFORM.
           CLOSE BANKSKIFTEFILE.

           GEM-EN-REGISTRERING.
           MOVE WS-VALGT-KUNDE-ID TO BSK-KUNDE-ID.
           MOVE WS-KT-KONTONUMMER (WS-KONTO-IX) TO BSK-KONTONUMMER.
           READ BANKSKIFTEFILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           MOVE SPACES TO BANKSKIFTEREC.
           MOVE WS-VALGT-KUNDE-ID TO BSK-KUNDE-ID.
           MOVE WS-KT-KONTONUMMER (WS-KONTO-IX) TO BSK-KONTONUMMER.
           MOVE WS-MODTAGER-REGNR TO BSK-MODTAGER-REGNR.
           MOVE WS-KT-IBAN (WS-KONTO-IX) TO BSK-MODTAGER-IBAN.
           MOVE WS-SKIFTEDATO TO BSK-SKIFTEDATO.
           MOVE "R" TO BSK-STATUS.
           MOVE WS-DAGS-DATO TO BSK-OPRETTET-DATO.
           MOVE WS-SIGNON-OPERATOER TO BSK-OPERATOER.
           MOVE "N" TO BSK-ORDRER-OPHOERT.
           MOVE ZEROES TO BSK-UDFOERT-DATO.
           MOVE ZEROES TO BSK-UDBETALT-BELOB.
           IF WS-RECORD-FUNDET
               REWRITE BANKSKIFTEREC
           ELSE
               WRITE BANKSKIFTEREC
           END-IF.
           MOVE WS-KT-BALANCE (WS-KONTO-IX) TO WS-OLD-BALANCE.
           MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.

      *    One BK01..BK09 group per registration, appended so the
      *    day's switches go to the receiving banks together.
           SKRIV-SKIFTEFIL.
           MOVE ZEROES TO WS-ORDRE-ANTAL.
           MOVE ZEROES TO WS-BS-SKREVET.
           OPEN EXTEND SKIFTEFILOUT.
           IF WS-BSF-STATUS = "35"
               OPEN OUTPUT SKIFTEFILOUT
           END-IF.
           IF WS-BSF-STATUS NOT = "00"
               STRING "Open BankSkifteFil.txt failed, status "
                   WS-BSF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-BK-REC.
           MOVE "BK01" TO WS-BK-RECTYPE.
           MOVE WS-DAGS-DATO TO BKH-DATO.
           MOVE WS-VALGT-KUNDE-ID TO BKH-KUNDE-ID.
           MOVE WS-VALGT-CPR TO BKH-CPR.
           MOVE WS-MODTAGER-REGNR TO BKH-MODTAGER-REGNR.
           MOVE WS-SKIFTEDATO TO BKH-SKIFTEDATO.
           MOVE WS-BK-REC TO SKIFTEFILLINE.
           WRITE SKIFTEFILLINE.
           PERFORM SKRIV-FASTE-ORDRER.
           PERFORM SKRIV-BS-AFTALER.
           MOVE SPACES TO WS-BK-REC.
           MOVE "BK09" TO WS-BK-RECTYPE.
           MOVE WS-DAGS-DATO TO BKT-DATO.
           MOVE WS-VALGT-KUNDE-ID TO BKT-KUNDE-ID.
           MOVE WS-OVERDRAG-ANTAL TO BKT-ANTAL-KONTI.
           MOVE WS-ORDRE-ANTAL TO BKT-ANTAL-ORDRER.
           MOVE WS-BS-SKREVET TO BKT-ANTAL-BS.
           MOVE WS-BK-REC TO SKIFTEFILLINE.
           WRITE SKIFTEFILLINE.
           CLOSE SKIFTEFILOUT.

      *    FasteOrdrer.txt is keyed on the order number, so the
      *    whole file is read. The order goes with its next due
      *    date; the receiving bank takes up the first one after
      *    the switch date. A suspended order goes too, marked so.
           SKRIV-FASTE-ORDRER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT FASTEORDREFILE.
           IF WS-FOR-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ FASTEORDREFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM FIND-OVERDRAGET-KONTO
                           IF WS-KONTO-MATCH = "Y"
                               PERFORM SKRIV-ORDRE-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FASTEORDREFILE
           END-IF.

           FIND-OVERDRAGET-KONTO.
           MOVE "N" TO WS-KONTO-MATCH.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               UNTIL WS-KONTO-IX > WS-KONTO-ANTAL
               OR WS-KONTO-MATCH = "Y"
               IF WS-KT-OVERDRAGES (WS-KONTO-IX)
                   AND WS-KT-KONTONUMMER (WS-KONTO-IX)
                   = FO-KONTONUMMER
                   MOVE "Y" TO WS-KONTO-MATCH
               END-IF
           END-PERFORM.
           IF WS-KONTO-MATCH = "Y"
               SUBTRACT 1 FROM WS-KONTO-IX
           END-IF.

           SKRIV-ORDRE-LINJE.
           MOVE SPACES TO WS-BK-REC.
           MOVE "BK02" TO WS-BK-RECTYPE.
           MOVE FO-KONTONUMMER TO BKO-KONTONUMMER.
           MOVE WS-KT-IBAN (WS-KONTO-IX) TO BKO-NY-IBAN.
           MOVE FO-ORDRE-NR TO BKO-ORDRE-NR.
           MOVE FO-TRANS-TYPE TO BKO-TRANS-TYPE.
           MOVE FO-BELOB TO BKO-BELOB.
           MOVE FO-FREKVENS TO BKO-FREKVENS.
           MOVE FO-NAESTE-DATO TO BKO-NAESTE-DATO.
           MOVE "A" TO BKO-STATUS.
           IF FO-ER-SUSPENDERET
               MOVE "S" TO BKO-STATUS
           END-IF.
           MOVE FO-TEKST TO BKO-TEKST.
           MOVE WS-BK-REC TO SKIFTEFILLINE.
           WRITE SKIFTEFILLINE.
           ADD 1 TO WS-ORDRE-ANTAL.
           IF FO-ER-SUSPENDERET
               MOVE FO-KONTONUMMER TO WS-RAPPORT-KONTO
               MOVE SPACES TO WS-RAPPORT-TEKST
               STRING "FAST ORDRE " FO-ORDRE-NR
                   " SUSPENDERET - OVERDRAGET SOM SUSPENDERET"
                   DELIMITED BY SIZE INTO WS-RAPPORT-TEKST
               PERFORM SKRIV-RAPPORTLINJE
           END-IF.

      *    The active mandates on each account handed over; the
      *    receiving bank registers them anew with the creditors.
           SKRIV-BS-AFTALER.
           OPEN INPUT BSAFTALEFILE.
           IF WS-BSA-STATUS = "00"
               PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                   UNTIL WS-KONTO-IX > WS-KONTO-ANTAL
                   IF WS-KT-OVERDRAGES (WS-KONTO-IX)
                       PERFORM SKRIV-KONTOENS-BS
                   END-IF
               END-PERFORM
               CLOSE BSAFTALEFILE
           END-IF.

           SKRIV-KONTOENS-BS.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE WS-KT-KONTONUMMER (WS-KONTO-IX) TO BSA-KONTONUMMER.
           MOVE SPACES TO BSA-KREDITOR-NR.
           MOVE SPACES TO BSA-DEBITORGRUPPE.
           START BSAFTALEFILE
               KEY IS >= BSA-NOEGLE OF BSAFTALEREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ BSAFTALEFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF BSA-KONTONUMMER
                           NOT = WS-KT-KONTONUMMER (WS-KONTO-IX)
                           MOVE 1 TO WS-END-OF-FILE
                       ELSE
                           IF BSA-ER-AKTIV
                               PERFORM SKRIV-BS-LINJE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           SKRIV-BS-LINJE.
           MOVE SPACES TO WS-BK-REC.
           MOVE "BK03" TO WS-BK-RECTYPE.
           MOVE BSA-KONTONUMMER TO BKB-KONTONUMMER.
           MOVE WS-KT-IBAN (WS-KONTO-IX) TO BKB-NY-IBAN.
           MOVE BSA-KREDITOR-NR TO BKB-KREDITOR-NR.
           MOVE BSA-DEBITORGRUPPE TO BKB-DEBITORGRUPPE.
           MOVE BSA-KUNDENUMMER TO BKB-KUNDENUMMER.
           MOVE BSA-KREDITOR-NAVN TO BKB-KREDITOR-NAVN.
           MOVE BSA-TILMELDT-DATO TO BKB-TILMELDT-DATO.
           MOVE WS-BK-REC TO SKIFTEFILLINE.
           WRITE SKIFTEFILLINE.
           ADD 1 TO WS-BS-SKREVET.

      *    What the switch leaves behind, for the branch to take up
      *    with the customer.
           SKRIV-REGISTRERINGSRAPPORT.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               UNTIL WS-KONTO-IX > WS-KONTO-ANTAL
               MOVE WS-KT-KONTONUMMER (WS-KONTO-IX)
                   TO WS-RAPPORT-KONTO
               EVALUATE TRUE
                   WHEN WS-KT-AFVIST (WS-KONTO-IX)
                       MOVE "IKKE OVERDRAGET - LAAN/AFTALE"
                           TO WS-RAPPORT-TEKST
                       PERFORM SKRIV-RAPPORTLINJE
                   WHEN WS-KT-BLIVER (WS-KONTO-IX)
                       MOVE "IKKE OVERDRAGET - BLIVER I BANKEN"
                           TO WS-RAPPORT-TEKST
                       PERFORM SKRIV-RAPPORTLINJE
                   WHEN OTHER
                       PERFORM KONTROLLER-NEMKONTO
               END-EVALUATE
           END-PERFORM.

      *    A NemKonto designation cannot follow the account; it
      *    ends with the closure and the customer designates anew
      *    at the receiving bank.
           KONTROLLER-NEMKONTO.
           OPEN INPUT NEMKONTOFILE.
           IF WS-NKT-STATUS = "00"
               MOVE WS-VALGT-CPR TO NKT-CPR
               READ NEMKONTOFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NKT-ER-AKTIV
                           AND NKT-KONTONUMMER
                           = WS-KT-KONTONUMMER (WS-KONTO-IX)
                           MOVE "NEMKONTO OPHOERER PAA SKIFTEDATOEN"
                               TO WS-RAPPORT-TEKST
                           PERFORM SKRIV-RAPPORTLINJE
                       END-IF
               END-READ
               CLOSE NEMKONTOFILE
           END-IF.

           SKRIV-RAPPORTLINJE.
           OPEN EXTEND SKIFTERAPPORTOUT.
           IF WS-BSR-STATUS = "35"
               OPEN OUTPUT SKIFTERAPPORTOUT
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-DAGS-DATO " " WS-VALGT-KUNDE-ID " "
               WS-RAPPORT-KONTO " " WS-RAPPORT-TEKST
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO SKIFTERAPPORTLINE.
           WRITE SKIFTERAPPORTLINE.
           CLOSE SKIFTERAPPORTOUT.

           VIS-SKIFTE.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT BANKSKIFTEFILE.
           IF WS-BSK-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO BSK-KUNDE-ID
               MOVE SPACES TO BSK-KONTONUMMER
               START BANKSKIFTEFILE
                   KEY IS >= BSK-NOEGLE OF BANKSKIFTEREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ BANKSKIFTEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF BSK-KUNDE-ID NOT = WS-VALGT-KUNDE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               ADD 1 TO WS-VIS-ANTAL
                               PERFORM VIS-EN-REGISTRERING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANKSKIFTEFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "Intet bankskifte registreret for kunden."
           END-IF.

           VIS-EN-REGISTRERING.
           DISPLAY "KONTO " BSK-KONTONUMMER " -> REG.NR. "
               BSK-MODTAGER-REGNR " IBAN " BSK-MODTAGER-IBAN.
           DISPLAY "  SKIFTEDATO " BSK-SKIFTEDATO " STATUS "
               BSK-STATUS " REGISTRERET " BSK-OPRETTET-DATO
               " AF " BSK-OPERATOER.
           IF BSK-ER-UDFOERT
               MOVE BSK-UDBETALT-BELOB TO WS-BELOB-ED
               DISPLAY "  UDFOERT " BSK-UDFOERT-DATO
                   " UDBETALT " WS-BELOB-ED
           END-IF.
           IF BSK-AARSAG NOT = SPACES
               DISPLAY "  " BSK-AARSAG
           END-IF.

      *    Once the switch date has retired the standing orders the
      *    receiving bank is running them; the switch can no
      *    longer be called back from here.
           ANNULLER-SKIFTE.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM FIND-AABENT-SKIFTE.
           EVALUATE TRUE
               WHEN NOT WS-HAR-AABENT-SKIFTE
                   DISPLAY "Intet registreret bankskifte for kunden."
               WHEN WS-SKIFTE-PAABEGYNDT
                   DISPLAY "Skiftet er paabegyndt paa skiftedatoen "
                       "og kan ikke annulleres."
               WHEN OTHER
                   DISPLAY "Godkend annullering (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM ANNULLER-REGISTRERINGER
                       DISPLAY "Bankskifte annulleret."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           ANNULLER-REGISTRERINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN I-O BANKSKIFTEFILE.
           IF WS-BSK-STATUS NOT = "00"
               STRING "Open BankSkifte.txt failed, status "
                   WS-BSK-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-VALGT-KUNDE-ID TO BSK-KUNDE-ID.
           MOVE SPACES TO BSK-KONTONUMMER.
           START BANKSKIFTEFILE
               KEY IS >= BSK-NOEGLE OF BANKSKIFTEREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ BANKSKIFTEFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF BSK-KUNDE-ID NOT = WS-VALGT-KUNDE-ID
                           MOVE 1 TO WS-END-OF-FILE
                       ELSE
                           IF BSK-ER-REGISTRERET
                               MOVE "A" TO BSK-STATUS
                               MOVE WS-DAGS-DATO TO BSK-UDFOERT-DATO
                               MOVE WS-SIGNON-OPERATOER
                                   TO BSK-OPERATOER
                               REWRITE BANKSKIFTEREC
                               MOVE ZEROES TO WS-OLD-BALANCE
                               MOVE ZEROES TO WS-NEW-BALANCE
                               CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                                   WS-VALGT-KUNDE-ID
                                   WS-OLD-BALANCE WS-NEW-BALANCE
                                   WS-AUDIT-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANKSKIFTEFILE.

           ABEND-RUN.
           DISPLAY "OPGAVE100: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
