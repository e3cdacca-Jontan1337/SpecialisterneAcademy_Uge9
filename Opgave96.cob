           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE96.

      *    Account closure with settlement. Setting KONTOSTATUS to
      *    "L" on its own left the account's loose ends hanging -
      *    the accrual in RenteAccrual.txt never capitalized, the
      *    standing orders kept firing and failing, the card holds
      *    stayed open and the remaining balance had nowhere to
      *    go. Closing an account is therefore done here, and
      *    Opgave38 no longer sets "L" itself. One confirmed
      *    closure does the whole settlement in one go:
      *
      *      - the accrual is brought up to the closing date with
      *        the Opgave29 day rate and its whole-oere part is
      *        capitalized (credit, or debit for a negative band)
      *        the Opgave30 way, residue left behind
      *      - the month's fee is charged pro rata to the closing
      *        day from Gebyrsatser.txt (GEBYRSATSOPSLAG), waivers
      *        on GebyrFritagelser.txt applied as in Opgave26
      *      - every standing order drawing on the account is
      *        retired from FasteOrdrer.txt (AUDITLOG per order)
      *      - every open hold on Reservationer.txt is released
      *      - the net balance goes to the payout account keyed
      *        at the terminal: an internal account as an ordinary
      *        type "T" transfer, or a foreign IBAN as an order on
      *        UdgaaendeBetalinger.txt for the Opgave49 export
      *      - the account is set to "L" on KontoOpl.txt
      *      - a NemKonto designation on the account is cancelled
      *        through NEMKONTOOPHOER for the Opgave99 report
      *      - its active Betalingsservice mandates are cancelled
      *        through BSAFTALEOPHOER
      *      - a closure confirmation letter is written to
      *        OphoersBreve.txt, logged through KORRESPONDANCELOG and
      *        indexed through PRINTINDEKS for the Opgave124 print
      *        run, or held back when the customer's mail comes back
      *        (Returpost.txt)
      *
      *    The postings go to Transaktioner.txt in that order -
      *    interest, fee, transfer - the Opgave57 payout shape, so
      *    Opgave21 applies them in turn tonight and the transfer
      *    has cover for the net amount. An account with postings
      *    still waiting on the intake is turned away until they
      *    have posted, since the net would be struck on a stale
      *    balance. An account with an active seizure or
      *    garnishment order on Udlaeg.txt (UDLAEGSSUM) is turned
      *    away too: the blocked amount belongs to the authority,
      *    and the order has to be paid out or released in
      *    Opgave97 first. Every closure is logged on
      *    KontoOphoer.txt.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
      *    The letter's address block.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT RENTEACCRUALFILE ASSIGN TO "RenteAccrual.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-KONTONUMMER
               FILE STATUS IS WS-ACR-STATUS.
           SELECT TRANSAKTIONFILE ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-STATUS.
           SELECT FASTEORDREFILE ASSIGN TO "FasteOrdrer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-ORDRE-NR OF FASTEORDREREC
               FILE STATUS IS WS-FOR-STATUS.
           SELECT RESERVATIONFILE ASSIGN TO "Reservationer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-NOEGLE OF RESERVATIONREC
               FILE STATUS IS WS-RSV-STATUS.
           SELECT FRITAGELSEFILE ASSIGN TO "GebyrFritagelser.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRI-NOEGLE OF FRITAGELSEREC
               FILE STATUS IS WS-FRI-STATUS.
      *    Outbound orders for the Opgave49 clearing export.
           SELECT UDBETALINGFILE
               ASSIGN TO "UdgaaendeBetalinger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDB-STATUS.
           SELECT RENTEGRUNDLAGOUT
               ASSIGN TO "RenteIndberetningGrundlag.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.
           SELECT OPHOERSBREVOUT ASSIGN TO "OphoersBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBR-STATUS.
           SELECT OPHOERSLOGOUT ASSIGN TO "KontoOphoer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLG-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

      *    ACR-SALDO is signed, same layout as Opgave29/Opgave30.
           FD RENTEACCRUALFILE.
           01 RENTEACCRUALREC.
               02 ACR-KONTONUMMER          PIC X(20).
               02 ACR-SALDO                PIC S9(7)V9999.
               02 ACR-SIDSTE-DATO          PIC 9(8).

           FD TRANSAKTIONFILE.
           01 TRANSAKTIONREC.
               COPY "TRANSPOSTERING.cpy".

           FD FASTEORDREFILE.
           01 FASTEORDREREC.
               COPY "FASTEORDRE.cpy".

           FD RESERVATIONFILE.
           01 RESERVATIONREC.
               COPY "RESERVATION.cpy".

           FD FRITAGELSEFILE.
           01 FRITAGELSEREC.
               COPY "FRITAGELSE.cpy".

           FD UDBETALINGFILE.
           01 UDBETALINGREC.
               02 UB-KONTONUMMER           PIC X(20).
               02 UB-IBAN                  PIC X(20).
               02 UB-BELOB                 PIC 9(7)V99.
               02 UB-DATO                  PIC 9(8).
               02 UB-TEKST                 PIC X(30).

           FD RENTEGRUNDLAGOUT.
           01 RENTEGRUNDLAGREC.
               COPY "RENTEGRUNDLAG.cpy".

           FD OPHOERSBREVOUT.
           01 OPHOERSBREVLINE              PIC X(100).

           FD OPHOERSLOGOUT.
           01 OPHOERSLOGLINE               PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-ACR-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-FOR-STATUS                PIC X(2).
           01 WS-RSV-STATUS                PIC X(2).
           01 WS-FRI-STATUS                PIC X(2).
           01 WS-UDB-STATUS                PIC X(2).
           01 WS-RGL-STATUS                PIC X(2).
           01 WS-OBR-STATUS                PIC X(2).
           01 WS-OLG-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-LUK               VALUE "L".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-AAR              PIC 9(4).
               02 WS-DAGS-MAANED           PIC 9(2).
               02 WS-DAGS-DAG              PIC 9(2).
           01 WS-RUN-DATE                  PIC 9(6) VALUE ZEROES.
           01 WS-RUN-DATE-ED               PIC 99/99/99 VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-KONTONR-FORMAT            PIC X(1) VALUE SPACES.
           01 WS-KONTONR-RESULT            PIC X(1) VALUE SPACES.

      *    The account being closed, held apart from the record
      *    area so the payout account can be read in between.
           01 WS-LUK-KONTO.
               COPY "KONTOOPL.cpy".
           01 WS-LUK-VALUTA                PIC X(3) VALUE SPACES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-ACR-SWITCH                PIC X(1) VALUE "N".
              88 WS-ACR-FUNDET             VALUE "Y".
           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-VENTENDE-ANTAL            PIC 9(5) VALUE ZEROES.

      *    Interest to the closing date: the days since the last
      *    Opgave29 accrual at the same day rate, on top of what is
      *    already accrued; the whole-oere part is what posts.
           01 WS-RENTE-DAGE                PIC 9(5) VALUE ZEROES.
           01 WS-DAGSRENTE                 PIC S9(7)V9999 VALUE
                                           ZEROES.
           01 WS-ANVENDT-SATS              PIC S9(2)V9(4) VALUE
                                           ZEROES.
           01 WS-TRIN-SATS                 PIC S9(2)V9(4) VALUE
                                           ZEROES.
           01 WS-TRIN-RESULT               PIC X(1) VALUE SPACES.
           01 WS-ACR-NY                    PIC S9(7)V9999 VALUE
                                           ZEROES.
           01 WS-RENTE-BELOB               PIC 9(7)V99 VALUE ZEROES.
           01 WS-RENTE-SIDE                PIC X(1) VALUE SPACES.
           01 WS-RIB-BELOB                 PIC S9(7)V99 VALUE ZEROES.

      *    The month's fee, pro rata to the closing day.
           01 WS-GEBYR                     PIC 9(5)V99 VALUE ZEROES.
           01 WS-GEBYR-RESULT              PIC X(1) VALUE SPACES.
           01 WS-FRI-PROCENT               PIC 9(3) VALUE ZEROES.
           01 WS-FRITAGET-BELOB            PIC 9(5)V99 VALUE ZEROES.
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.
           01 WS-SKUDAAR-REST              PIC 9(4) VALUE ZEROES.
           01 WS-SKUDAAR-KVOT              PIC 9(4) VALUE ZEROES.

      *    What the customer is paid out, and where to.
           01 WS-NETTO                     PIC S9(8)V99 VALUE ZEROES.
           01 WS-UDBETALING                PIC 9(7)V99 VALUE ZEROES.
           01 WS-UDBETAL-TYPE              PIC X(1) VALUE SPACES.
              88 WS-UDBETAL-INTERN         VALUE "I".
              88 WS-UDBETAL-EKSTERN        VALUE "E".
           01 WS-UDBETAL-TIL               PIC X(20) VALUE SPACES.
           01 WS-UDBETAL-OK                PIC X(1) VALUE "N".
              88 WS-MODTAGER-GODKENDT      VALUE "Y".
           01 WS-IBAN-RESULT               PIC X(1) VALUE SPACES.

           01 WS-ORDRE-ANTAL               PIC 9(5) VALUE ZEROES.
           01 WS-HOLD-ANTAL                PIC 9(5) VALUE ZEROES.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.

      *    NemKonto cancellation on closure.
           01 WS-INGEN-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-NKT-AARSAG                PIC X(1) VALUE "L".
           01 WS-NKT-RESULT                PIC X(1) VALUE SPACES.
           01 WS-BSA-RESULT                PIC X(1) VALUE SPACES.

           01 WS-AUDIT-ID                  PIC X(10) VALUE SPACES.
           01 WS-OLD-BELOB                 PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BELOB                 PIC S9(7)V99 VALUE ZEROES.
           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "KONTOOPHOER".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "OphoersBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.
           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.
           01 WS-PRINT-LINE                PIC X(100) VALUE SPACES.
           01 WS-LOG-LINE                  PIC X(100) VALUE SPACES.

           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-RENTE-ED                  PIC -(6)9.99 VALUE ZEROES.
           01 WS-GEBYR-ED                  PIC Z(4)9.99 VALUE ZEROES.
           01 WS-NETTO-ED                  PIC -(7)9.99 VALUE ZEROES.

      *    Day serial for the accrual gap, same scheme as the
      *    Opgave54 escalation clock.
           01 WS-SER-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-SER-DATO-X REDEFINES WS-SER-DATO.
               02 WS-SER-AAR               PIC 9(4).
               02 WS-SER-MAANED            PIC 9(2).
               02 WS-SER-DAG               PIC 9(2).
           01 WS-SER-RESULTAT              PIC 9(7) VALUE ZEROES.
           01 WS-SER-SKUDDAGE              PIC 9(4) VALUE ZEROES.
           01 WS-SER-KUMDAGE               PIC 9(3) VALUE ZEROES.
           01 WS-SER-AAR2000               PIC 9(4) VALUE ZEROES.
           01 WS-SER-KVOT                  PIC 9(4) VALUE ZEROES.
           01 WS-SER-REST                  PIC 9(1) VALUE ZEROES.
           01 WS-DAG-SERIEL                PIC 9(7) VALUE ZEROES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE96".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 2.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

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
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-ED.
           PERFORM UNTIL WS-VALG-AFSLUT
               PERFORM VIS-MENU
               EVALUATE TRUE
                   WHEN WS-VALG-LUK
                       PERFORM LUK-KONTO
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "OPHOER AF KONTO MED AFVIKLING".
           DISPLAY "L - Luk konto".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

      *    Loans and term deposits are wound up by their own runs
      *    (the instalment schedule, the Opgave57 maturity), and a
      *    frozen account stays frozen until the freeze is lifted.
           LUK-KONTO.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           CALL "KONTONRVALIDER" USING
               WS-VALGT-KONTONUMMER
               WS-KONTONR-FORMAT
               WS-KONTONR-RESULT.
           PERFORM LAES-LUK-KONTO.
           IF WS-RECORD-FUNDET
               PERFORM TAEL-VENTENDE-POSTERINGER
               CALL "UDLAEGSSUM" USING WS-VALGT-KONTONUMMER
                   WS-BLOKERET-SUM WS-BLOKERET-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN WS-KONTONR-RESULT = "U"
                   DISPLAY "KONTONUMMER er ikke gyldigt."
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "KONTONUMMER ikke fundet."
               WHEN KONTO-ER-LUKKET IN WS-LUK-KONTO
                   DISPLAY "Kontoen er allerede lukket."
               WHEN KONTO-ER-FROSSET IN WS-LUK-KONTO
                   DISPLAY "Kontoen er frosset - frysningen skal "
                       "ophaeves foer ophoer."
               WHEN KONTOTYPE IN WS-LUK-KONTO = "LAAN"
                   OR KONTOTYPE IN WS-LUK-KONTO = "AFTL"
                   DISPLAY "Laan og aftalekonti afvikles i deres "
                       "egne koersler."
               WHEN WS-VENTENDE-ANTAL > ZEROES
                   DISPLAY "Kontoen har " WS-VENTENDE-ANTAL
                       " ventende posteringer - proev igen efter "
                       "naeste posteringskoersel."
               WHEN WS-BLOKERET-SUM > ZEROES
                   DISPLAY "Kontoen har aktivt udlaeg - ordren skal "
                       "udbetales eller frigives i Opgave97."
               WHEN OTHER
                   PERFORM BEREGN-AFVIKLING
                   PERFORM VIS-AFVIKLING
                   IF WS-NETTO < ZEROES
                       DISPLAY "Saldoen daekker ikke rente og gebyr "
                           "- kontoen skal udlignes foer ophoer."
                   ELSE
                       PERFORM VAELG-MODTAGER
                       IF WS-MODTAGER-GODKENDT
                           DISPLAY "Godkend ophoer (J/N): "
                               WITH NO ADVANCING
                           ACCEPT WS-BEKRAEFT
                           IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                               PERFORM UDFOER-OPHOER
                           ELSE
                               DISPLAY "Annulleret."
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           LAES-LUK-KONTO.
           MOVE "N" TO WS-FOUND-SWITCH.
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
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE KONTOOPLREC TO WS-LUK-KONTO
           END-READ.
           CLOSE KONTOOPLFILE.
           MOVE VALUTAKODE IN WS-LUK-KONTO TO WS-LUK-VALUTA.
           IF WS-LUK-VALUTA = SPACES
               MOVE "DKK" TO WS-LUK-VALUTA
           END-IF.

      *    Anything on tonight's intake naming the account, on
      *    either side of a transfer, still has to move the
      *    balance the settlement is struck on.
           TAEL-VENTENDE-POSTERINGER.
           MOVE ZEROES TO WS-VENTENDE-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT TRANSAKTIONFILE.
           IF WS-TRA-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ TRANSAKTIONFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF TP-KONTONUMMER IN TRANSAKTIONREC
                               = WS-VALGT-KONTONUMMER
                               OR TP-MODKONTONUMMER IN TRANSAKTIONREC
                               = WS-VALGT-KONTONUMMER
                               ADD 1 TO WS-VENTENDE-ANTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONFILE
           END-IF.

           BEREGN-AFVIKLING.
           PERFORM BEREGN-RENTE-TIL-DATO.
           PERFORM BEREGN-PRORATA-GEBYR.
           COMPUTE WS-NETTO = BALANCE IN WS-LUK-KONTO - WS-GEBYR.
           IF WS-RENTE-SIDE = "K"
               ADD WS-RENTE-BELOB TO WS-NETTO
           ELSE
               SUBTRACT WS-RENTE-BELOB FROM WS-NETTO
           END-IF.
           MOVE ZEROES TO WS-UDBETALING.
           IF WS-NETTO > ZEROES
               MOVE WS-NETTO TO WS-UDBETALING
           END-IF.

      *    Opgave29 accrues the night's day under its own date, so
      *    the gap to close is today less the last accrual date. An
      *    account the nightly run has not reached yet earns the
      *    closing day only.
           BEREGN-RENTE-TIL-DATO.
           MOVE "N" TO WS-ACR-SWITCH.
           MOVE ZEROES TO ACR-SALDO.
           MOVE 1 TO WS-RENTE-DAGE.
           OPEN INPUT RENTEACCRUALFILE.
           IF WS-ACR-STATUS = "00"
               MOVE WS-VALGT-KONTONUMMER TO ACR-KONTONUMMER
               READ RENTEACCRUALFILE
                   INVALID KEY
                       MOVE ZEROES TO ACR-SALDO
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACR-SWITCH
               END-READ
               CLOSE RENTEACCRUALFILE
           END-IF.
           IF WS-ACR-FUNDET
               IF ACR-SIDSTE-DATO NOT < WS-DAGS-DATO
                   MOVE ZEROES TO WS-RENTE-DAGE
               ELSE
                   MOVE WS-DAGS-DATO TO WS-SER-DATO
                   PERFORM BEREGN-DAG-SERIEL
                   MOVE WS-SER-RESULTAT TO WS-DAG-SERIEL
                   MOVE ACR-SIDSTE-DATO TO WS-SER-DATO
                   PERFORM BEREGN-DAG-SERIEL
                   COMPUTE WS-RENTE-DAGE =
                       WS-DAG-SERIEL - WS-SER-RESULTAT
               END-IF
           END-IF.

           CALL "TRINRENTEOPSLAG" USING
               KONTOTYPE IN WS-LUK-KONTO
               BALANCE IN WS-LUK-KONTO
               WS-TRIN-SATS
               WS-TRIN-RESULT.
           IF WS-TRIN-RESULT = "M"
               MOVE WS-TRIN-SATS TO WS-ANVENDT-SATS
           ELSE
               MOVE RENTESATS IN WS-LUK-KONTO TO WS-ANVENDT-SATS
           END-IF.
           COMPUTE WS-DAGSRENTE ROUNDED =
               BALANCE IN WS-LUK-KONTO
               * WS-ANVENDT-SATS / 100 / 365.
           COMPUTE WS-ACR-NY =
               ACR-SALDO + WS-DAGSRENTE * WS-RENTE-DAGE.

           MOVE ZEROES TO WS-RENTE-BELOB.
           MOVE "K" TO WS-RENTE-SIDE.
           IF WS-ACR-NY > ZEROES
               MOVE WS-ACR-NY TO WS-RENTE-BELOB
           END-IF.
           IF WS-ACR-NY < ZEROES
               COMPUTE WS-RENTE-BELOB = ZERO - WS-ACR-NY
               MOVE "D" TO WS-RENTE-SIDE
           END-IF.

      *    The monthly Opgave26 fee is charged in arrears at month
      *    end on active accounts only, so a closed account would
      *    slip the month it closes in: it pays the days it stood
      *    open. A waiver counts exactly as in Opgave26.
           BEREGN-PRORATA-GEBYR.
           CALL "GEBYRSATSOPSLAG" USING
               KONTOTYPE IN WS-LUK-KONTO
               WS-GEBYR
               WS-GEBYR-RESULT.
           IF WS-GEBYR-RESULT NOT = "M"
               MOVE ZEROES TO WS-GEBYR
           END-IF.
           IF WS-GEBYR > ZEROES
               PERFORM BEREGN-DAGE-I-MAANED
               COMPUTE WS-GEBYR ROUNDED =
                   WS-GEBYR * WS-DAGS-DAG / WS-DAGE-I-MAANED
               PERFORM FIND-FRITAGELSE
               IF WS-FRI-PROCENT > ZEROES
                   IF WS-FRI-PROCENT > 100
                       MOVE 100 TO WS-FRI-PROCENT
                   END-IF
                   COMPUTE WS-FRITAGET-BELOB ROUNDED =
                       WS-GEBYR * WS-FRI-PROCENT / 100
                   SUBTRACT WS-FRITAGET-BELOB FROM WS-GEBYR
               END-IF
           END-IF.

      *    The account-level waiver wins over the customer-level
      *    one; either only counts inside its effective window.
           FIND-FRITAGELSE.
           MOVE ZEROES TO WS-FRI-PROCENT.
           OPEN INPUT FRITAGELSEFILE.
           IF WS-FRI-STATUS = "00"
               MOVE "A" TO FRI-ID-TYPE
               MOVE WS-VALGT-KONTONUMMER TO FRI-ID
               PERFORM LAES-FRITAGELSE
               IF WS-FRI-PROCENT = ZEROES
                   MOVE "K" TO FRI-ID-TYPE
                   MOVE KUNDE-ID IN WS-LUK-KONTO TO FRI-ID
                   PERFORM LAES-FRITAGELSE
               END-IF
               CLOSE FRITAGELSEFILE
           END-IF.

           LAES-FRITAGELSE.
           READ FRITAGELSEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FRI-FRA-DATO <= WS-DAGS-DATO
                       AND (FRI-TIL-DATO = ZEROES
                           OR FRI-TIL-DATO >= WS-DAGS-DATO)
                       MOVE FRI-PROCENT TO WS-FRI-PROCENT
                   END-IF
           END-READ.

           VIS-AFVIKLING.
           MOVE BALANCE IN WS-LUK-KONTO TO WS-BELOB-ED.
           DISPLAY "KONTO " KONTONUMMER IN WS-LUK-KONTO " "
               KONTOTYPE IN WS-LUK-KONTO " KUNDE "
               KUNDE-ID IN WS-LUK-KONTO.
           DISPLAY "  SALDO            " WS-BELOB-ED " " WS-LUK-VALUTA.
           MOVE WS-RENTE-BELOB TO WS-RENTE-ED.
           IF WS-RENTE-SIDE = "D"
               COMPUTE WS-RIB-BELOB = ZERO - WS-RENTE-BELOB
               MOVE WS-RIB-BELOB TO WS-RENTE-ED
           END-IF.
           DISPLAY "  RENTE TIL DATO  " WS-RENTE-ED
               " (" WS-RENTE-DAGE " DAGE UDESTAAENDE)".
           MOVE WS-GEBYR TO WS-GEBYR-ED.
           DISPLAY "  GEBYR PRO RATA    " WS-GEBYR-ED.
           MOVE WS-NETTO TO WS-NETTO-ED.
           DISPLAY "  NETTO TIL UDBETALING " WS-NETTO-ED.

      *    An internal payout account must be live, a different
      *    account, and in the closing account's currency - the
      *    posting run moves the amount unconverted. A foreign
      *    IBAN is checked the way Opgave49 will check it. With
      *    nothing to pay out there is no payee to ask for.
           VAELG-MODTAGER.
           MOVE "N" TO WS-UDBETAL-OK.
           MOVE SPACES TO WS-UDBETAL-TIL.
           IF WS-UDBETALING = ZEROES
               MOVE "Y" TO WS-UDBETAL-OK
           ELSE
               DISPLAY "UDBETALING TIL (I=intern konto "
                   "E=ekstern IBAN): " WITH NO ADVANCING
               ACCEPT WS-UDBETAL-TYPE
               EVALUATE TRUE
                   WHEN WS-UDBETAL-INTERN
                       DISPLAY "UDBETALINGSKONTO (KONTONUMMER): "
                           WITH NO ADVANCING
                       ACCEPT WS-UDBETAL-TIL
                       PERFORM KONTROLLER-INTERN-MODTAGER
                   WHEN WS-UDBETAL-EKSTERN
                       DISPLAY "IBAN: " WITH NO ADVANCING
                       ACCEPT WS-UDBETAL-TIL
                       CALL "IBANVALIDER" USING WS-UDBETAL-TIL
                           WS-IBAN-RESULT
                       IF WS-IBAN-RESULT = "M"
                           MOVE "Y" TO WS-UDBETAL-OK
                       ELSE
                           DISPLAY "IBAN fejler kontrollen - "
                               "annulleret."
                       END-IF
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg - annulleret."
               END-EVALUATE
           END-IF.

           KONTROLLER-INTERN-MODTAGER.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-UDBETAL-TIL TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   DISPLAY "Udbetalingskontoen findes ikke - "
                       "annulleret."
               NOT INVALID KEY
                   IF VALUTAKODE IN KONTOOPLREC = SPACES
                       MOVE "DKK" TO VALUTAKODE IN KONTOOPLREC
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-UDBETAL-TIL = WS-VALGT-KONTONUMMER
                           DISPLAY "Udbetalingskontoen er kontoen "
                               "selv - annulleret."
                       WHEN NOT KONTO-ER-AKTIV IN KONTOOPLREC
                           DISPLAY "Udbetalingskontoen er ikke "
                               "aktiv - annulleret."
                       WHEN VALUTAKODE IN KONTOOPLREC
                           NOT = WS-LUK-VALUTA
                           DISPLAY "Udbetalingskontoen er i "
                               VALUTAKODE IN KONTOOPLREC
                               " - annulleret."
                       WHEN OTHER
                           MOVE "Y" TO WS-UDBETAL-OK
                   END-EVALUATE
           END-READ.
           CLOSE KONTOOPLFILE.

           UDFOER-OPHOER.
           OPEN EXTEND TRANSAKTIONFILE.
           IF WS-TRA-STATUS = "35"
               OPEN OUTPUT TRANSAKTIONFILE
           END-IF.
           IF WS-TRA-STATUS NOT = "00"
               STRING "Open Transaktioner.txt failed, status "
                   WS-TRA-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM KAPITALISER-RENTE.
           IF WS-GEBYR > ZEROES
               PERFORM SKRIV-GEBYRPOSTERING
           END-IF.
           IF WS-UDBETALING > ZEROES
               IF WS-UDBETAL-INTERN
                   PERFORM SKRIV-OVERFOERSEL
               ELSE
                   PERFORM SKRIV-UDGAAENDE-BETALING
               END-IF
           END-IF.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.
           PERFORM OPHOER-FASTE-ORDRER.
           PERFORM FRIGIV-RESERVATIONER.
           PERFORM SAET-KONTO-LUKKET.
           CALL "NEMKONTOOPHOER" USING WS-INGEN-KUNDE-ID
               WS-VALGT-KONTONUMMER WS-NKT-AARSAG
               WS-SIGNON-OPERATOER WS-NKT-RESULT.
           IF WS-NKT-RESULT = "M"
               DISPLAY "NemKonto-udpegning paa kontoen ophoert."
           END-IF.
           CALL "BSAFTALEOPHOER" USING WS-VALGT-KONTONUMMER
               WS-SIGNON-OPERATOER WS-BSA-RESULT.
           IF WS-BSA-RESULT = "M"
               DISPLAY "Betalingsservice-aftaler paa kontoen afmeldt."
           END-IF.
           PERFORM SKRIV-OPHOERSBREV.
           PERFORM SKRIV-OPHOERSLOG.
           MOVE WS-UDBETALING TO WS-BELOB-ED.
           DISPLAY "Konto " WS-VALGT-KONTONUMMER " lukket. "
               WS-ORDRE-ANTAL " faste ordrer ophoert, "
               WS-HOLD-ANTAL " reservationer frigivet.".
           DISPLAY "Udbetaling " WS-BELOB-ED " " WS-LUK-VALUTA
               " posteres ved naeste posteringskoersel.".

      *    The accrual record is brought to the closing date: the
      *    posted whole-oere amount comes out, the residue stays,
      *    and the date is set so the Opgave30 capitalization does
      *    not credit the same interest again.
           KAPITALISER-RENTE.
           IF WS-RENTE-BELOB > ZEROES
               MOVE SPACES TO TRANSAKTIONREC
               MOVE WS-VALGT-KONTONUMMER
                   TO TP-KONTONUMMER IN TRANSAKTIONREC
               MOVE WS-RENTE-SIDE TO TP-TRANS-TYPE IN TRANSAKTIONREC
               MOVE WS-RENTE-BELOB TO TP-BELOB IN TRANSAKTIONREC
               MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC
               IF WS-RENTE-SIDE = "K"
                   MOVE "Rente ved ophoer"
                       TO TP-TEKST IN TRANSAKTIONREC
                   MOVE WS-RENTE-BELOB TO WS-RIB-BELOB
                   SUBTRACT WS-RENTE-BELOB FROM WS-ACR-NY
               ELSE
                   MOVE "Negativ rente ved ophoer"
                       TO TP-TEKST IN TRANSAKTIONREC
                   COMPUTE WS-RIB-BELOB = ZERO - WS-RENTE-BELOB
                   ADD WS-RENTE-BELOB TO WS-ACR-NY
               END-IF
               WRITE TRANSAKTIONREC
               PERFORM TAEL-TRANSAKTION
               PERFORM SKRIV-RENTEGRUNDLAG
           END-IF.
           OPEN I-O RENTEACCRUALFILE.
           IF WS-ACR-STATUS NOT = "00"
               OPEN OUTPUT RENTEACCRUALFILE
           END-IF.
           IF WS-ACR-STATUS = "00"
               MOVE WS-VALGT-KONTONUMMER TO ACR-KONTONUMMER
               READ RENTEACCRUALFILE
                   INVALID KEY
                       MOVE WS-VALGT-KONTONUMMER TO ACR-KONTONUMMER
                       MOVE WS-ACR-NY TO ACR-SALDO
                       MOVE WS-DAGS-DATO TO ACR-SIDSTE-DATO
                       WRITE RENTEACCRUALREC
                   NOT INVALID KEY
                       MOVE WS-ACR-NY TO ACR-SALDO
                       MOVE WS-DAGS-DATO TO ACR-SIDSTE-DATO
                       REWRITE RENTEACCRUALREC
               END-READ
               CLOSE RENTEACCRUALFILE
           END-IF.

           SKRIV-RENTEGRUNDLAG.
           OPEN EXTEND RENTEGRUNDLAGOUT.
           IF WS-RGL-STATUS = "35"
               OPEN OUTPUT RENTEGRUNDLAGOUT
           END-IF.
           MOVE SPACES TO RENTEGRUNDLAGREC.
           MOVE "A" TO RIB-KILDE.
           MOVE WS-VALGT-KONTONUMMER TO RIB-NOEGLE.
           MOVE WS-DAGS-DATO TO RIB-DATO.
           MOVE WS-RIB-BELOB TO RIB-BELOB.
           WRITE RENTEGRUNDLAGREC.
           CLOSE RENTEGRUNDLAGOUT.

           SKRIV-GEBYRPOSTERING.
           MOVE SPACES TO TRANSAKTIONREC.
           MOVE WS-VALGT-KONTONUMMER
               TO TP-KONTONUMMER IN TRANSAKTIONREC.
           MOVE "D" TO TP-TRANS-TYPE IN TRANSAKTIONREC.
           MOVE WS-GEBYR TO TP-BELOB IN TRANSAKTIONREC.
           MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE "Gebyr ved ophoer" TO TP-TEKST IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.

           SKRIV-OVERFOERSEL.
           MOVE SPACES TO TRANSAKTIONREC.
           MOVE WS-VALGT-KONTONUMMER
               TO TP-KONTONUMMER IN TRANSAKTIONREC.
           MOVE "T" TO TP-TRANS-TYPE IN TRANSAKTIONREC.
           MOVE WS-UDBETALING TO TP-BELOB IN TRANSAKTIONREC.
           MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE "Konto ophoert" TO TP-TEKST IN TRANSAKTIONREC.
           MOVE WS-UDBETAL-TIL TO TP-MODKONTONUMMER IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.

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
           MOVE WS-VALGT-KONTONUMMER TO UB-KONTONUMMER.
           MOVE WS-UDBETAL-TIL TO UB-IBAN.
           MOVE WS-UDBETALING TO UB-BELOB.
           MOVE WS-DAGS-DATO TO UB-DATO.
           MOVE "Konto ophoert" TO UB-TEKST.
           WRITE UDBETALINGREC.
           CLOSE UDBETALINGFILE.

      *    Retired the Opgave56 way: deleted, with the order number
      *    and its amount on the audit log. A pending Opgave24
      *    retry row falls away by itself once the order is gone.
           OPHOER-FASTE-ORDRER.
           MOVE ZEROES TO WS-ORDRE-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN I-O FASTEORDREFILE.
           IF WS-FOR-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ FASTEORDREFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF FO-KONTONUMMER = WS-VALGT-KONTONUMMER
                               MOVE FO-BELOB TO WS-OLD-BELOB
                               MOVE ZEROES TO WS-NEW-BELOB
                               MOVE SPACES TO WS-AUDIT-ID
                               MOVE FO-ORDRE-NR TO WS-AUDIT-ID
                               DELETE FASTEORDREFILE RECORD
                               CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                                   WS-AUDIT-ID
                                   WS-OLD-BELOB WS-NEW-BELOB
                                   WS-AUDIT-RESULT
                               ADD 1 TO WS-ORDRE-ANTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FASTEORDREFILE
           END-IF.

      *    Released holds are marked frigivet, not deleted, the
      *    Opgave59 discipline.
           FRIGIV-RESERVATIONER.
           MOVE ZEROES TO WS-HOLD-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN I-O RESERVATIONFILE.
           IF WS-RSV-STATUS = "00"
               MOVE WS-VALGT-KONTONUMMER
                   TO RSV-KONTONUMMER IN RESERVATIONREC
               MOVE SPACES TO RSV-REFERENCE IN RESERVATIONREC
               START RESERVATIONFILE
                   KEY IS >= RSV-NOEGLE OF RESERVATIONREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ RESERVATIONFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF RSV-KONTONUMMER IN RESERVATIONREC
                               NOT = WS-VALGT-KONTONUMMER
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               IF RSV-ER-AABEN
                                   MOVE "F" TO RSV-STATUS
                                   REWRITE RESERVATIONREC
                                   ADD 1 TO WS-HOLD-ANTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVATIONFILE
           END-IF.

      *    The balance on file is untouched here - the settlement
      *    postings move it tonight - so AUDITLOG carries it as
      *    both old and new, the Opgave38 status-change entry.
           SAET-KONTO-LUKKET.
           OPEN I-O KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-VALGT-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   DISPLAY "ADVARSEL: Konto " WS-VALGT-KONTONUMMER
                       " forsvandt fra KontoOpl.txt"
               NOT INVALID KEY
                   MOVE "L" TO KONTOSTATUS IN KONTOOPLREC
                   REWRITE KONTOOPLREC
                   MOVE BALANCE IN KONTOOPLREC TO WS-OLD-BALANCE
                   MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE
                   CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                       KUNDE-ID IN KONTOOPLREC
                       WS-OLD-BALANCE WS-NEW-BALANCE
                       WS-AUDIT-RESULT
           END-READ.
           CLOSE KONTOOPLFILE.

      *    Letter in the Opgave18 layout: address block with the
      *    TEKSTRENS trim, greeting, the settlement, and the page
      *    break on the first line.
           SKRIV-OPHOERSBREV.
           MOVE "N" TO WS-KUNDE-SWITCH.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS = "00"
               MOVE KUNDE-ID IN WS-LUK-KONTO TO KUNDE-ID IN KUNDEOPLREC
               READ KUNDEOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KUNDE-SWITCH
               END-READ
               CLOSE KUNDEOPLFILE
           END-IF.
           MOVE "N" TO WS-RETURPOST.
           IF WS-KUNDE-FUNDET
               CALL "RETURPOSTKONTROL" USING
                   KUNDE-ID IN KUNDEOPLREC
                   WS-BREVTYPE
                   WS-VALGT-KONTONUMMER
                   WS-LAAS-PROGRAM
                   WS-RETURPOST
           END-IF.
           IF NOT WS-KUNDE-FUNDET
               DISPLAY "ADVARSEL: Kunde " KUNDE-ID IN WS-LUK-KONTO
                   " ikke fundet - intet ophoersbrev skrevet."
           ELSE
               IF WS-RETURPOST = "J"
                   DISPLAY "ADVARSEL: Kunde " KUNDE-ID IN WS-LUK-KONTO
                       " har returpost - ophoersbrev holdt tilbage."
               ELSE
                   PERFORM SKRIV-OPHOERSBREV-SIDE
               END-IF
           END-IF.

           SKRIV-OPHOERSBREV-SIDE.
           OPEN EXTEND OPHOERSBREVOUT.
           IF WS-OBR-STATUS = "35"
               OPEN OUTPUT OPHOERSBREVOUT
           END-IF.
           CALL "KORRESPONDANCELOG" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-BREVTYPE
               WS-VALGT-KONTONUMMER
               WS-KOR-RESULT.
           IF WS-KOR-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Brevet kunne ikke logges i "
                   "Korrespondancer.txt"
           END-IF.
           CALL "PRINTINDEKS" USING WS-PRINTFIL
               KUNDE-ID IN KUNDEOPLREC
               WS-BREVTYPE
               WS-VALGT-KONTONUMMER
               WS-PIX-RESULT.
           PERFORM SKRIV-BREV-ADRESSE.
           PERFORM SKRIV-BREV-INDHOLD.
           CLOSE OPHOERSBREVOUT.

           SKRIV-BREV-ADRESSE.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO OPHOERSBREVLINE.
           WRITE OPHOERSBREVLINE AFTER ADVANCING PAGE.

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
           STRING "Dato: " WS-RUN-DATE-ED
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

           SKRIV-BREV-INDHOLD.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Din konto " DELIMITED BY SIZE
               WS-VALGT-KONTONUMMER DELIMITED BY SPACE
               " er ophoert pr. " DELIMITED BY SIZE
               WS-RUN-DATE-ED DELIMITED BY SIZE
               " og afviklet saaledes:" DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           MOVE BALANCE IN WS-LUK-KONTO TO WS-BELOB-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Saldo                " WS-BELOB-ED " "
               WS-LUK-VALUTA
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Rente til dato       " WS-RENTE-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Gebyr for perioden     " WS-GEBYR-ED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE WS-UDBETALING TO WS-BELOB-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Udbetales            " WS-BELOB-ED " "
               WS-LUK-VALUTA
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           IF WS-UDBETALING > ZEROES
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-UDBETAL-INTERN
                   STRING "Beloebet overfoeres til konto "
                       DELIMITED BY SIZE
                       WS-UDBETAL-TIL DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               ELSE
                   STRING "Beloebet overfoeres til IBAN "
                       DELIMITED BY SIZE
                       WS-UDBETAL-TIL DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
               END-IF
               PERFORM SKRIV-BREVLINJE
           END-IF.
           IF WS-ORDRE-ANTAL > ZEROES
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Kontoens " WS-ORDRE-ANTAL
                   " faste overfoersler er ophoert."
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM SKRIV-BREVLINJE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           MOVE "Med venlig hilsen" TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE "Banken" TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           SKRIV-BREVLINJE.
           MOVE WS-PRINT-LINE TO OPHOERSBREVLINE.
           WRITE OPHOERSBREVLINE.

           SKRIV-OPHOERSLOG.
           OPEN EXTEND OPHOERSLOGOUT.
           IF WS-OLG-STATUS = "35"
               OPEN OUTPUT OPHOERSLOGOUT
           END-IF.
           MOVE WS-UDBETALING TO WS-BELOB-ED.
           MOVE SPACES TO WS-LOG-LINE.
           STRING WS-DAGS-DATO " " WS-VALGT-KONTONUMMER " LUKKET AF "
               WS-SIGNON-OPERATOER " UDBETALT " WS-BELOB-ED " "
               WS-UDBETAL-TYPE " " WS-UDBETAL-TIL
               DELIMITED BY SIZE INTO WS-LOG-LINE.
           MOVE WS-LOG-LINE TO OPHOERSLOGLINE.
           WRITE OPHOERSLOGLINE.
           CLOSE OPHOERSLOGOUT.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           BEREGN-DAGE-I-MAANED.
           EVALUATE WS-DAGS-MAANED
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
                   PERFORM BEREGN-FEBRUAR-LAENGDE
           END-EVALUATE.

      *    Leap year: divisible by 4, except whole centuries that are
      *    not divisible by 400.
           BEREGN-FEBRUAR-LAENGDE.
           MOVE 28 TO WS-DAGE-I-MAANED.
           DIVIDE WS-DAGS-AAR BY 4 GIVING WS-SKUDAAR-KVOT
               REMAINDER WS-SKUDAAR-REST.
           IF WS-SKUDAAR-REST = ZEROES
               MOVE 29 TO WS-DAGE-I-MAANED
               DIVIDE WS-DAGS-AAR BY 100 GIVING WS-SKUDAAR-KVOT
                   REMAINDER WS-SKUDAAR-REST
               IF WS-SKUDAAR-REST = ZEROES
                   DIVIDE WS-DAGS-AAR BY 400 GIVING WS-SKUDAAR-KVOT
                       REMAINDER WS-SKUDAAR-REST
                   IF WS-SKUDAAR-REST NOT = ZEROES
                       MOVE 28 TO WS-DAGE-I-MAANED
                   END-IF
               END-IF
           END-IF.

           BEREGN-DAG-SERIEL.
           COMPUTE WS-SER-AAR2000 = WS-SER-AAR - 2000.
           COMPUTE WS-SER-SKUDDAGE = (WS-SER-AAR2000 + 3) / 4.
           EVALUATE WS-SER-MAANED
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
           IF WS-SER-REST = ZEROES AND WS-SER-MAANED > 2
               ADD 1 TO WS-SER-KUMDAGE
           END-IF.
           COMPUTE WS-SER-RESULTAT =
               WS-SER-AAR2000 * 365 + WS-SER-SKUDDAGE
               + WS-SER-KUMDAGE + WS-SER-DAG.

           ABEND-RUN.
           DISPLAY "OPGAVE96: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

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
           MOVE "OPGAVE96" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
