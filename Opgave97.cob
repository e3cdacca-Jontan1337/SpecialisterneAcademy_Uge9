           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE97.

      *    Register of legal seizures (udlaeg from the bailiff's
      *    court) and wage-garnishment orders (loenindeholdelse from
      *    SKAT). Freezing the whole account in Opgave38 also shut
      *    the customer out of the protected part they are allowed
      *    to use; an order registered here blocks only its own
      *    amount. Udlaeg.txt (UDLAEG.cpy) holds one record per
      *    account and authority reference, and UDLAEGSSUM takes
      *    the active amounts off the available balance in
      *    Opgave21, Opgave49 and Opgave39, as RESERVATIONSSUM does
      *    for card holds.
      *
      *      O - register an order: account, reference, authority,
      *          the authority's IBAN, blocked amount and expiry
      *      V - list the orders on one account
      *      U - pay the seized amount out to the authority: an
      *          order to the authority's IBAN goes on
      *          UdgaaendeBetalinger.txt for the Opgave49 export,
      *          which posts the debit, and the order is closed as
      *          udbetalt. What is paid is the blocked amount, or
      *          less if the account no longer carries it.
      *      F - release the order without payment (the authority
      *          has lifted it)
      *
      *    Every change goes on AUDITLOG with the customer's
      *    KUNDE-ID; a closed order is kept, not deleted.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT UDLAEGFILE ASSIGN TO "Udlaeg.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UDL-NOEGLE OF UDLAEGREC
               FILE STATUS IS WS-UDL-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT UDBETALINGFILE
               ASSIGN TO "UdgaaendeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDB-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD UDLAEGFILE.
           01 UDLAEGREC.
               COPY "UDLAEG.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD UDBETALINGFILE.
           01 UDBETALINGREC.
               02 UB-KONTONUMMER           PIC X(20).
               02 UB-IBAN                  PIC X(20).
               02 UB-BELOB                 PIC 9(7)V99.
               02 UB-DATO                  PIC 9(8).
               02 UB-TEKST                 PIC X(30).

           WORKING-STORAGE SECTION.
           01 WS-UDL-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-UDB-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-OPRET             VALUE "O".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-UDBETAL           VALUE "U".
              88 WS-VALG-FRIGIV            VALUE "F".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-VALGT-REFERENCE           PIC X(15) VALUE SPACES.
           01 WS-KONTONR-FORMAT            PIC X(1) VALUE SPACES.
           01 WS-KONTONR-RESULT            PIC X(1) VALUE SPACES.
           01 WS-IBAN-RESULT               PIC X(1) VALUE SPACES.

      *    Keyed fields, taken as text and checked before use.
           01 WS-BELOB-IND                 PIC X(9) VALUE SPACES.
           01 WS-DATO-IND                  PIC X(8) VALUE SPACES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-KONTO-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".
           01 WS-ORDRE-ANTAL               PIC 9(5) VALUE ZEROES.

      *    Payout: the account's available balance with this
      *    order's own block given back, capped at the order.
           01 WS-HOLD-SUM                  PIC 9(9)V99 VALUE ZEROES.
           01 WS-HOLD-SUM-RESULT           PIC X(1) VALUE SPACES.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.
           01 WS-DISPONIBEL                PIC S9(9)V99 VALUE ZEROES.
           01 WS-UDBETALING                PIC 9(7)V99 VALUE ZEROES.

           01 WS-OLD-BELOB                 PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BELOB                 PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE97".
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
                   WHEN WS-VALG-OPRET
                       PERFORM OPRET-UDLAEG
                   WHEN WS-VALG-VIS
                       PERFORM VIS-UDLAEG
                   WHEN WS-VALG-UDBETAL
                       PERFORM UDBETAL-UDLAEG
                   WHEN WS-VALG-FRIGIV
                       PERFORM FRIGIV-UDLAEG
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "UDLAEG OG LOENINDEHOLDELSE".
           DISPLAY "O - Opret ordre".
           DISPLAY "V - Vis ordrer paa konto".
           DISPLAY "U - Udbetal til myndighed".
           DISPLAY "F - Frigiv ordre".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

      *    The order is checked field by field; any bad field
      *    cancels the whole registration.
           OPRET-UDLAEG.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           CALL "KONTONRVALIDER" USING
               WS-VALGT-KONTONUMMER
               WS-KONTONR-FORMAT
               WS-KONTONR-RESULT.
           PERFORM LAES-KONTO.
           DISPLAY "ORDREREFERENCE: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-REFERENCE.
           PERFORM ABN-UDLAEGFIL-IO.
           PERFORM LAES-UDLAEG.
           EVALUATE TRUE
               WHEN WS-KONTONR-RESULT = "U"
                   DISPLAY "KONTONUMMER er ikke gyldigt."
               WHEN NOT WS-KONTO-FUNDET
                   DISPLAY "Kontoen findes ikke."
               WHEN KONTO-ER-LUKKET IN KONTOOPLREC
                   DISPLAY "Kontoen er lukket."
               WHEN WS-VALGT-REFERENCE = SPACES
                   DISPLAY "Ordren kraever en reference."
               WHEN WS-RECORD-FUNDET
                   DISPLAY "Referencen er allerede registreret paa "
                       "kontoen (" UDL-STATUS ")."
               WHEN OTHER
                   PERFORM INDLAES-ORDREFELTER
           END-EVALUATE.
           CLOSE UDLAEGFILE.

           INDLAES-ORDREFELTER.
           MOVE WS-VALGT-KONTONUMMER TO UDL-KONTONUMMER.
           MOVE WS-VALGT-REFERENCE TO UDL-REFERENCE.
           MOVE KUNDE-ID IN KONTOOPLREC TO UDL-KUNDE-ID.
           DISPLAY "TYPE (U=udlaeg, L=loenindeholdelse): "
               WITH NO ADVANCING.
           ACCEPT UDL-TYPE.
           DISPLAY "MYNDIGHED (F=fogedret, S=SKAT): "
               WITH NO ADVANCING.
           ACCEPT UDL-MYNDIGHED.
           DISPLAY "MYNDIGHEDENS IBAN: " WITH NO ADVANCING.
           ACCEPT UDL-MYNDIGHED-IBAN.
           CALL "IBANVALIDER" USING UDL-MYNDIGHED-IBAN
               WS-IBAN-RESULT.
           DISPLAY "BELOB (9(7)V99, f.eks. 000450000): "
               WITH NO ADVANCING.
           ACCEPT WS-BELOB-IND.
           DISPLAY "UDLOEBSDATO (YYYYMMDD, blank = ingen): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATO-IND.
           ACCEPT WS-DATO-IND.
           IF WS-DATO-IND = SPACES
               MOVE ZEROES TO WS-DATO-IND
           END-IF.
           EVALUATE TRUE
               WHEN NOT UDL-ER-UDLAEG AND NOT UDL-ER-LOENINDEHOLDELSE
                   DISPLAY "Ugyldig type - annulleret."
               WHEN NOT UDL-FRA-FOGEDRET AND NOT UDL-FRA-SKAT
                   DISPLAY "Ugyldig myndighed - annulleret."
               WHEN WS-IBAN-RESULT NOT = "M"
                   DISPLAY "IBAN fejler kontrollen - annulleret."
               WHEN WS-BELOB-IND IS NOT NUMERIC
                   DISPLAY "Ugyldigt beloeb - annulleret."
               WHEN WS-BELOB-IND = ZEROES
                   DISPLAY "Beloebet skal vaere over nul - "
                       "annulleret."
               WHEN WS-DATO-IND IS NOT NUMERIC
                   DISPLAY "Ugyldig udloebsdato - annulleret."
               WHEN WS-DATO-IND NOT = ZEROES
                   AND WS-DATO-IND < WS-DAGS-DATO
                   DISPLAY "Udloebsdatoen er passeret - annulleret."
               WHEN OTHER
                   MOVE WS-BELOB-IND TO UDL-BELOB
                   MOVE WS-DATO-IND TO UDL-UDLOEBSDATO
                   MOVE WS-DAGS-DATO TO UDL-MODTAGET-DATO
                   MOVE "A" TO UDL-STATUS
                   MOVE WS-SIGNON-OPERATOER TO UDL-OPRETTET-AF
                   MOVE SPACES TO UDL-AFSLUTTET-AF
                   MOVE ZEROES TO UDL-AFSLUTTET-DATO
                   MOVE ZEROES TO UDL-UDBETALT-BELOB
                   WRITE UDLAEGREC
                   MOVE ZEROES TO WS-OLD-BELOB
                   MOVE UDL-BELOB TO WS-NEW-BELOB
                   PERFORM LOG-UDLAEGSAENDRING
                   MOVE UDL-BELOB TO WS-BELOB-ED
                   DISPLAY "Ordre registreret - " WS-BELOB-ED
                       " blokeret paa " UDL-KONTONUMMER
           END-EVALUATE.

           VIS-UDLAEG.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           MOVE ZEROES TO WS-ORDRE-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT UDLAEGFILE.
           IF WS-UDL-STATUS = "00"
               MOVE WS-VALGT-KONTONUMMER TO UDL-KONTONUMMER
               MOVE SPACES TO UDL-REFERENCE
               START UDLAEGFILE
                   KEY IS >= UDL-NOEGLE OF UDLAEGREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ UDLAEGFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF UDL-KONTONUMMER NOT =
                               WS-VALGT-KONTONUMMER
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               ADD 1 TO WS-ORDRE-ANTAL
                               MOVE UDL-BELOB TO WS-BELOB-ED
                               DISPLAY UDL-REFERENCE " " UDL-TYPE
                                   " " UDL-MYNDIGHED " "
                                   WS-BELOB-ED " " UDL-STATUS
                                   " UDLOEB " UDL-UDLOEBSDATO
                               IF NOT UDL-ER-AKTIV
                                   MOVE UDL-UDBETALT-BELOB
                                       TO WS-BELOB-ED
                                   DISPLAY "    AFSLUTTET "
                                       UDL-AFSLUTTET-DATO " AF "
                                       UDL-AFSLUTTET-AF
                                       " UDBETALT " WS-BELOB-ED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UDLAEGFILE
           END-IF.
           IF WS-ORDRE-ANTAL = ZEROES
               DISPLAY "(ingen ordrer paa kontoen)"
           END-IF.

      *    The seized money leaves through the normal outbound
      *    path; marking the order udbetalt here lifts its block,
      *    so the Opgave49 cover check lets the payment through.
           UDBETAL-UDLAEG.
           PERFORM ANGIV-UDLAEG.
           PERFORM HENT-DISPONIBEL.
           PERFORM ABN-UDLAEGFIL-IO.
           PERFORM LAES-UDLAEG.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Ordren findes ikke."
               WHEN NOT UDL-ER-AKTIV
                   DISPLAY "Ordren er allerede afsluttet ("
                       UDL-STATUS ")."
               WHEN OTHER
                   PERFORM BEREGN-UDBETALING
                   IF WS-UDBETALING = ZEROES
                       DISPLAY "Kontoen har intet disponibelt at "
                           "udbetale."
                   ELSE
                       MOVE WS-UDBETALING TO WS-BELOB-ED
                       DISPLAY "UDBETAL " WS-BELOB-ED " TIL "
                           UDL-MYNDIGHED-IBAN
                       DISPLAY "Godkend udbetaling (J/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-BEKRAEFT
                       IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                           PERFORM SKRIV-UDGAAENDE-BETALING
                           MOVE UDL-BELOB TO WS-OLD-BELOB
                           MOVE ZEROES TO WS-NEW-BELOB
                           MOVE "U" TO UDL-STATUS
                           MOVE WS-UDBETALING TO UDL-UDBETALT-BELOB
                           PERFORM AFSLUT-UDLAEG
                           DISPLAY "Udbetaling bestilt - sendes med "
                               "naeste eksport (Opgave49)."
                       ELSE
                           DISPLAY "Annulleret."
                       END-IF
                   END-IF
           END-EVALUATE.
           CLOSE UDLAEGFILE.

           FRIGIV-UDLAEG.
           PERFORM ANGIV-UDLAEG.
           PERFORM ABN-UDLAEGFIL-IO.
           PERFORM LAES-UDLAEG.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Ordren findes ikke."
               WHEN NOT UDL-ER-AKTIV
                   DISPLAY "Ordren er allerede afsluttet ("
                       UDL-STATUS ")."
               WHEN OTHER
                   MOVE UDL-BELOB TO WS-BELOB-ED
                   DISPLAY "FRIGIV " WS-BELOB-ED " PAA "
                       UDL-KONTONUMMER
                   DISPLAY "Godkend frigivelse (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE UDL-BELOB TO WS-OLD-BELOB
                       MOVE ZEROES TO WS-NEW-BELOB
                       MOVE "F" TO UDL-STATUS
                       MOVE ZEROES TO UDL-UDBETALT-BELOB
                       PERFORM AFSLUT-UDLAEG
                       DISPLAY "Ordre frigivet."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE UDLAEGFILE.

           ANGIV-UDLAEG.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           DISPLAY "ORDREREFERENCE: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-REFERENCE.

           AFSLUT-UDLAEG.
           MOVE WS-SIGNON-OPERATOER TO UDL-AFSLUTTET-AF.
           MOVE WS-DAGS-DATO TO UDL-AFSLUTTET-DATO.
           REWRITE UDLAEGREC.
           PERFORM LOG-UDLAEGSAENDRING.

      *    Taken before Udlaeg.txt is opened for update, since
      *    UDLAEGSSUM reads the same file.
           HENT-DISPONIBEL.
           MOVE ZEROES TO WS-DISPONIBEL.
           PERFORM LAES-KONTO.
           IF WS-KONTO-FUNDET
               CALL "RESERVATIONSSUM" USING WS-VALGT-KONTONUMMER
                   WS-HOLD-SUM WS-HOLD-SUM-RESULT
               CALL "UDLAEGSSUM" USING WS-VALGT-KONTONUMMER
                   WS-BLOKERET-SUM WS-BLOKERET-RESULT
               COMPUTE WS-DISPONIBEL = BALANCE IN KONTOOPLREC
                   - WS-HOLD-SUM - WS-BLOKERET-SUM
           END-IF.

      *    An order past its expiry blocks nothing in UDLAEGSSUM,
      *    so its own amount is only given back while it counts.
           BEREGN-UDBETALING.
           MOVE ZEROES TO WS-UDBETALING.
           IF WS-KONTO-FUNDET
               IF UDL-UDLOEBSDATO = ZEROES
                   OR UDL-UDLOEBSDATO >= WS-DAGS-DATO
                   ADD UDL-BELOB TO WS-DISPONIBEL
               END-IF
               IF WS-DISPONIBEL > UDL-BELOB
                   MOVE UDL-BELOB TO WS-UDBETALING
               ELSE
                   IF WS-DISPONIBEL > ZEROES
                       MOVE WS-DISPONIBEL TO WS-UDBETALING
                   END-IF
               END-IF
           END-IF.

      *    Opgave49 posts the debit itself when it exports the
      *    order, so no posting is written for it here.
           SKRIV-UDGAAENDE-BETALING.
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
           MOVE SPACES TO UDBETALINGREC.
           MOVE UDL-KONTONUMMER TO UB-KONTONUMMER.
           MOVE UDL-MYNDIGHED-IBAN TO UB-IBAN.
           MOVE WS-UDBETALING TO UB-BELOB.
           MOVE WS-DAGS-DATO TO UB-DATO.
           STRING "Udlaeg " UDL-REFERENCE DELIMITED BY SIZE
               INTO UB-TEKST.
           WRITE UDBETALINGREC.
           CLOSE UDBETALINGFILE.

           LOG-UDLAEGSAENDRING.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               UDL-KUNDE-ID
               WS-OLD-BELOB WS-NEW-BELOB
               WS-AUDIT-RESULT.

           LAES-KONTO.
           MOVE "N" TO WS-KONTO-SWITCH.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-VALGT-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-SWITCH
           END-READ.
           CLOSE KONTOOPLFILE.

           LAES-UDLAEG.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KONTONUMMER TO UDL-KONTONUMMER.
           MOVE WS-VALGT-REFERENCE TO UDL-REFERENCE.
           READ UDLAEGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

           ABN-UDLAEGFIL-IO.
           OPEN I-O UDLAEGFILE.
           IF WS-UDL-STATUS NOT = "00"
               OPEN OUTPUT UDLAEGFILE
               CLOSE UDLAEGFILE
               OPEN I-O UDLAEGFILE
           END-IF.
           IF WS-UDL-STATUS NOT = "00"
               STRING "Open Udlaeg.txt failed, status "
                   WS-UDL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE97: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
