           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE138.

      *    Loan offers. A LAAN account is opened only from an
      *    offer made here - Opgave38 refuses the type - so the
      *    terms the customer was quoted are the schedule Opgave58
      *    collects, and the statutory cost figures are worked out
      *    once, by the system:
      *
      *      - principal, debit rate, number of terms and frequency
      *        are keyed in; the setup fee (LOPR) and the monthly
      *        fee of a LAAN account are taken from Gebyrsatser.txt
      *        through GEBYRSATSOPSLAG
      *      - the installment is the annuity for the rate and
      *        term, rounded up to whole oere and checked against
      *        a full run of the Opgave58 split (one period's
      *        interest on the remaining debt, the rest principal,
      *        the last term clamped), so the schedule printed is
      *        the schedule collected, oere for oere
      *      - the total cost of credit, the total amount payable
      *        and the aaop (annual percentage rate of charge) are
      *        worked out from that schedule: the aaop is the rate
      *        that discounts every month's payments and fees back
      *        to the amount the customer actually has at their
      *        disposal (principal less the setup fee). An offer
      *        whose aaop is over the 35 pct. cap is not given
      *      - the offer is kept on LaaneTilbud.txt and the standard
      *        offer letter, repayment plan included, is written to
      *        LaaneTilbudBreve.txt, logged through KORRESPONDANCELOG
      *        and indexed through PRINTINDEKS for the Opgave124
      *        print run (held back when the customer's mail comes
      *        back)
      *
      *    An offer stands for 14 days; one the customer turns
      *    down is closed ("X") so it cannot be booked. When the
      *    customer accepts, the LAAN account is opened on
      *    KontoOpl.txt and its terms written to LaanKonti.txt
      *    from the offer record alone -
      *    installment, frequency, terms and first due date - so
      *    Opgave58 collects what the customer signed. The setup
      *    fee is debited the payment account through
      *    Transaktioner.txt once account, terms and the accepted
      *    offer are all written; a booking that fails part-way is
      *    taken back out and the offer stays open. Paying out the
      *    principal is not part of the booking.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
      *    The customer check and the letter's address block.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT LAANKONTOFILE ASSIGN TO "LaanKonti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAN-KONTONUMMER OF LAANKONTOREC
               FILE STATUS IS WS-LAN-STATUS.
           SELECT LAANETILBUDFILE ASSIGN TO "LaaneTilbud.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTB-NR OF LAANETILBUDREC
               FILE STATUS IS WS-LTB-STATUS.
      *    The last offer number drawn, one record.
           SELECT TILBUDNRFILE ASSIGN TO "LaaneTilbudNr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TNR-STATUS.
           SELECT TRANSAKTIONFILE ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-STATUS.
           SELECT TILBUDSBREVOUT ASSIGN TO "LaaneTilbudBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBR-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD LAANKONTOFILE.
           01 LAANKONTOREC.
               COPY "LAANKONTO.cpy".

           FD LAANETILBUDFILE.
           01 LAANETILBUDREC.
               COPY "LAANETILBUD.cpy".

           FD TILBUDNRFILE.
           01 TILBUDNRREC                  PIC 9(7).

           FD TRANSAKTIONFILE.
           01 TRANSAKTIONREC.
               COPY "TRANSPOSTERING.cpy".

           FD TILBUDSBREVOUT.
           01 TILBUDSBREVLINE              PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-LAN-STATUS                PIC X(2).
           01 WS-LTB-STATUS                PIC X(2).
           01 WS-TNR-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-TBR-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-TILBUD            VALUE "T".
              88 WS-VALG-ACCEPT            VALUE "A".
              88 WS-VALG-AFVIS             VALUE "F".
              88 WS-VALG-AFSLUT            VALUE "X".

      *    The offer being made or accepted.
           01 WS-TILBUD.
               COPY "LAANETILBUD.cpy".
           01 WS-TILBUD-SWITCH             PIC X(1) VALUE "N".
              88 WS-TILBUD-OK              VALUE "Y".
      *    The loan's schedule went on LaanKonti.txt.
           01 WS-VILKAAR-SWITCH            PIC X(1) VALUE "N".
              88 WS-VILKAAR-OPRETTET       VALUE "Y".
           01 WS-SOEG-TILBUDSNR            PIC 9(7) VALUE ZEROES.
           01 WS-NAESTE-NR                 PIC 9(7) VALUE ZEROES.

      *    The account the installments are drawn from, as read
      *    when the offer is made and again when it is booked.
           01 WS-BETALINGS-KONTO.
               COPY "KONTOOPL.cpy".
           01 WS-NY-KONTO.
               COPY "KONTOOPL.cpy".
           01 WS-SOEG-KONTONUMMER          PIC X(20) VALUE SPACES.
           01 WS-SOEG-KUNDE-ID             PIC X(10) VALUE SPACES.
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".

           01 WS-KONTONR-FORMAT            PIC X(1) VALUE SPACES.
           01 WS-KONTONR-RESULT            PIC X(1) VALUE SPACES.

      *    Limits on what may be offered: the longest loan, the
      *    highest debit rate the annuity arithmetic is sized for,
      *    the aaop cap, and how long an offer stands.
           01 WS-MAKS-MDR                  PIC 9(3) VALUE 360.
           01 WS-MAKS-RENTESATS            PIC 9(2)V9(4) VALUE 25.
           01 WS-AAOP-LOFT                 PIC 9(3)V99 VALUE 35.
           01 WS-GYLDIG-DAGE               PIC 9(2) VALUE 14.

           01 WS-GEBYR-KONTOTYPE           PIC X(4) VALUE SPACES.
           01 WS-GEBYR-BELOB               PIC 9(5)V99 VALUE ZEROES.
           01 WS-GEBYR-RESULT              PIC X(1) VALUE SPACES.

      *    Installment arithmetic. The period rate and its
      *    compounding are carried to 10 decimals, one verb at a
      *    time so no intermediate result is cut short; the
      *    installment is rounded up to whole oere and then proven
      *    by the Opgave58 split below.
           01 WS-PERIODER-PR-AAR           PIC 9(2) VALUE ZEROES.
           01 WS-MDR-PR-TERMIN             PIC 9(1) VALUE ZEROES.
           01 WS-MDR-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-RENTE-NAEVNER             PIC 9(4) VALUE ZEROES.
           01 WS-PERIODE-RENTE             PIC 9V9(10) VALUE ZEROES.
           01 WS-RENTE-PLUS-EN             PIC 9V9(10) VALUE ZEROES.
           01 WS-FAKTOR                    PIC 9(4)V9(10) VALUE ZEROES.
           01 WS-TAELLER                   PIC 9(4)V9(10) VALUE ZEROES.
           01 WS-NAEVNER                   PIC 9(4)V9(10) VALUE ZEROES.
           01 WS-ANNUITET                  PIC 9V9(10) VALUE ZEROES.
           01 WS-YDELSE-PRAECIS            PIC 9(7)V9(4) VALUE ZEROES.
           01 WS-YDELSE                    PIC 9(7)V99 VALUE ZEROES.
           01 WS-IX                        PIC 9(3) VALUE ZEROES.
           01 WS-FORSOEG                   PIC 9(4) VALUE ZEROES.

           01 WS-SIM-REST                  PIC 9(7)V99 VALUE ZEROES.
           01 WS-SIM-RENTE                 PIC 9(7)V99 VALUE ZEROES.
           01 WS-SIM-AFDRAG                PIC 9(7)V99 VALUE ZEROES.
           01 WS-SIM-RENTE-I-ALT           PIC 9(9)V99 VALUE ZEROES.

      *    The repayment plan, one entry per term, and the same
      *    payments spread on a month grid with the monthly fee
      *    for the aaop.
           01 WS-PLAN-ANTAL                PIC 9(3) VALUE ZEROES.
           01 WS-PLAN-TABEL.
               02 WS-PLAN OCCURS 360 TIMES.
                   03 WS-PL-DATO           PIC 9(8).
                   03 WS-PL-YDELSE         PIC 9(7)V99.
                   03 WS-PL-RENTE          PIC 9(7)V99.
                   03 WS-PL-AFDRAG         PIC 9(7)V99.
                   03 WS-PL-REST           PIC 9(7)V99.
           01 WS-MDR-TABEL.
               02 WS-MDR-BETALING          PIC 9(7)V99
                                           OCCURS 360 TIMES.
           01 WS-MDR-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-MDR-KVOT                  PIC 9(3) VALUE ZEROES.
           01 WS-MDR-REST-TERMIN           PIC 9(1) VALUE ZEROES.

      *    The aaop is found by halving the interval of monthly
      *    rates until the discounted payments meet the amount
      *    at the customer's disposal, then annualized.
           01 WS-UDBETALT-NETTO            PIC 9(7)V99 VALUE ZEROES.
           01 WS-AAOP-LAV                  PIC 9V9(10) VALUE ZEROES.
           01 WS-AAOP-HOEJ                 PIC 9V9(10) VALUE ZEROES.
           01 WS-AAOP-MIDT                 PIC 9V9(10) VALUE ZEROES.
           01 WS-AAOP-PLUS-EN              PIC 9V9(10) VALUE ZEROES.
           01 WS-AAOP-IX                   PIC 9(2) VALUE ZEROES.
           01 WS-DISKONT                   PIC 9V9(12) VALUE ZEROES.
           01 WS-NUTIDSVAERDI              PIC 9(9)V9(4) VALUE ZEROES.
           01 WS-AAOP-FAKTOR               PIC 9(4)V9(10) VALUE ZEROES.
           01 WS-AAOP-TILVAEKST            PIC 9(4)V9(10) VALUE ZEROES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-PROGRAM-NAME              PIC X(8) VALUE "OPGAV138".
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-RUN-DATE                  PIC 9(6) VALUE ZEROES.
           01 WS-RUN-DATE-ED               PIC 99/99/99 VALUE ZEROES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV138".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 2.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

      *    Due dates and the offer's validity, rolled the same way
      *    as the Opgave38 term-deposit maturity date.
           01 WS-NY-UDLOEB.
               02 WS-UDL-AAR               PIC 9(4) VALUE ZEROES.
               02 WS-UDL-MAANED            PIC 9(2) VALUE ZEROES.
               02 WS-UDL-DAG               PIC 9(2) VALUE ZEROES.
           01 WS-NY-UDLOEB-N REDEFINES WS-NY-UDLOEB
                                           PIC 9(8).
           01 WS-MDR-REST                  PIC 9(3) VALUE ZEROES.
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.
           01 WS-SKUDAAR-REST              PIC 9(4) VALUE ZEROES.
           01 WS-SKUDAAR-KVOT              PIC 9(4) VALUE ZEROES.

           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "LAANETILBUD".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "LaaneTilbudBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.
           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.
           01 WS-PRINT-LINE                PIC X(100) VALUE SPACES.

           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-RENTE-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-AFDRAG-ED                 PIC Z(6)9.99 VALUE ZEROES.
           01 WS-REST-ED                   PIC Z(6)9.99 VALUE ZEROES.
           01 WS-STORT-BELOB-ED            PIC Z(8)9.99 VALUE ZEROES.
           01 WS-GEBYR-ED                  PIC Z(4)9.99 VALUE ZEROES.
           01 WS-SATS-ED                   PIC Z9.9999 VALUE ZEROES.
           01 WS-AAOP-ED                   PIC ZZ9.99 VALUE ZEROES.
           01 WS-TERMIN-ED                 PIC ZZ9 VALUE ZEROES.
           01 WS-DATO-ED                   PIC 9999/99/99 VALUE ZEROES.
           01 WS-FREKVENS-TEKST            PIC X(11) VALUE SPACES.

      *    The setup fee debit is added to the intake's handoff
      *    control (KONTROLTOTAL) the way every other writer of
      *    Transaktioner.txt does it.
           01 WS-KTL-FUNKTION              PIC X(1) VALUE SPACES.
           01 WS-KTL-KONTROL.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-FORVENTET.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-LINJE                 PIC X(300) VALUE SPACES.
           01 WS-KTL-RESULT                PIC X(1) VALUE SPACES.

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
                   WHEN WS-VALG-TILBUD
                       PERFORM NYT-TILBUD
                   WHEN WS-VALG-ACCEPT
                       PERFORM ACCEPTER-TILBUD
                   WHEN WS-VALG-AFVIS
                       PERFORM AFVIS-TILBUD
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "LAANETILBUD".
           DISPLAY "T - Nyt laanetilbud".
           DISPLAY "A - Accepter laanetilbud".
           DISPLAY "F - Afvist af kunden".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           ACCEPT-OG-VALIDER-KONTONUMMER.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-SOEG-KONTONUMMER.
           CALL "KONTONRVALIDER" USING
               WS-SOEG-KONTONUMMER
               WS-KONTONR-FORMAT
               WS-KONTONR-RESULT.
           IF WS-KONTONR-RESULT = "U"
               DISPLAY "ADVARSEL: KONTONUMMER er ikke gyldigt."
           END-IF.

           NYT-TILBUD.
           PERFORM INDTAST-TILBUD.
           IF WS-TILBUD-OK
               PERFORM BEREGN-TILBUD
           END-IF.
           IF WS-TILBUD-OK
               PERFORM VIS-TILBUD
               DISPLAY "Udskriv tilbud (J/N): " WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
               IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                   PERFORM UDSTED-TILBUD
               ELSE
                   DISPLAY "Annulleret."
               END-IF
           END-IF.

      *    The terms keyed in, checked before anything is worked
      *    out: the customer exists, and the payment account is
      *    theirs, active, in DKK and not itself a loan.
           INDTAST-TILBUD.
           MOVE "Y" TO WS-TILBUD-SWITCH.
           INITIALIZE WS-TILBUD.
           MOVE "T" TO LTB-STATUS IN WS-TILBUD.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-SOEG-KUNDE-ID.
           PERFORM LAES-KUNDE.
           IF NOT WS-KUNDE-FUNDET
               DISPLAY "Kunde " WS-SOEG-KUNDE-ID
                   " ikke fundet - annulleret."
               MOVE "N" TO WS-TILBUD-SWITCH
           END-IF.
           IF WS-TILBUD-OK
               MOVE WS-SOEG-KUNDE-ID TO LTB-KUNDE-ID IN WS-TILBUD
               DISPLAY "BETALINGSKONTO - " WITH NO ADVANCING
               PERFORM ACCEPT-OG-VALIDER-KONTONUMMER
               IF WS-KONTONR-RESULT = "U"
                   DISPLAY "Tilbud afvist."
                   MOVE "N" TO WS-TILBUD-SWITCH
               ELSE
                   PERFORM KONTROLLER-BETALINGSKONTO
               END-IF
           END-IF.
           IF WS-TILBUD-OK
               MOVE WS-SOEG-KONTONUMMER
                   TO LTB-BETALINGSKONTO IN WS-TILBUD
               DISPLAY "LAANEBELOEB: " WITH NO ADVANCING
               ACCEPT LTB-HOVEDSTOL IN WS-TILBUD
               DISPLAY "DEBITORRENTE PCT. P.A. (99.9999): "
                   WITH NO ADVANCING
               ACCEPT LTB-RENTESATS IN WS-TILBUD
               DISPLAY "FREKVENS (M=maanedlig K=kvartal): "
                   WITH NO ADVANCING
               ACCEPT LTB-FREKVENS IN WS-TILBUD
               IF LTB-FREKVENS IN WS-TILBUD NOT = "K"
                   MOVE "M" TO LTB-FREKVENS IN WS-TILBUD
               END-IF
               DISPLAY "ANTAL TERMINER: " WITH NO ADVANCING
               ACCEPT LTB-TERMINER IN WS-TILBUD
               IF LTB-ER-KVARTAL IN WS-TILBUD
                   MOVE 4 TO WS-PERIODER-PR-AAR
                   MOVE 3 TO WS-MDR-PR-TERMIN
               ELSE
                   MOVE 12 TO WS-PERIODER-PR-AAR
                   MOVE 1 TO WS-MDR-PR-TERMIN
               END-IF
               EVALUATE TRUE
                   WHEN LTB-HOVEDSTOL IN WS-TILBUD = ZEROES
                       DISPLAY "Laanebeloeb skal vaere over nul - "
                           "annulleret."
                       MOVE "N" TO WS-TILBUD-SWITCH
                   WHEN LTB-RENTESATS IN WS-TILBUD > WS-MAKS-RENTESATS
                       DISPLAY "Debitorrente over 25 pct. - "
                           "annulleret."
                       MOVE "N" TO WS-TILBUD-SWITCH
                   WHEN LTB-TERMINER IN WS-TILBUD = ZEROES
                       DISPLAY "Antal terminer skal vaere over nul - "
                           "annulleret."
                       MOVE "N" TO WS-TILBUD-SWITCH
                   WHEN LTB-TERMINER IN WS-TILBUD * WS-MDR-PR-TERMIN
                       > WS-MAKS-MDR
                       DISPLAY "Loebetid over 30 aar - annulleret."
                       MOVE "N" TO WS-TILBUD-SWITCH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-TILBUD-OK
               PERFORM HENT-GEBYRER
               IF LTB-ETABLERING IN WS-TILBUD
                   NOT < LTB-HOVEDSTOL IN WS-TILBUD
                   DISPLAY "Etableringsgebyret overstiger "
                       "laanebeloebet - annulleret."
                   MOVE "N" TO WS-TILBUD-SWITCH
               END-IF
           END-IF.

           LAES-KUNDE.
           MOVE "N" TO WS-KUNDE-SWITCH.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS = "00"
               MOVE WS-SOEG-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC
               READ KUNDEOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KUNDE-SWITCH
               END-READ
               CLOSE KUNDEOPLFILE
           END-IF.

           KONTROLLER-BETALINGSKONTO.
           PERFORM LAES-BETALINGSKONTO.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Betalingskonto " WS-SOEG-KONTONUMMER
                       " ikke fundet - annulleret."
                   MOVE "N" TO WS-TILBUD-SWITCH
               WHEN KUNDE-ID IN WS-BETALINGS-KONTO
                   NOT = LTB-KUNDE-ID IN WS-TILBUD
                   DISPLAY "Betalingskontoen tilhoerer ikke kunden"
                       " - annulleret."
                   MOVE "N" TO WS-TILBUD-SWITCH
               WHEN KONTOSTATUS IN WS-BETALINGS-KONTO NOT = "A"
                   DISPLAY "Betalingskontoen er ikke aktiv - "
                       "annulleret."
                   MOVE "N" TO WS-TILBUD-SWITCH
               WHEN KONTOTYPE IN WS-BETALINGS-KONTO = "LAAN"
                   DISPLAY "Betalingskontoen er en laanekonto - "
                       "annulleret."
                   MOVE "N" TO WS-TILBUD-SWITCH
               WHEN VALUTAKODE IN WS-BETALINGS-KONTO NOT = "DKK"
                   AND VALUTAKODE IN WS-BETALINGS-KONTO NOT = SPACES
                   DISPLAY "Betalingskontoen er ikke i DKK - "
                       "annulleret."
                   MOVE "N" TO WS-TILBUD-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           LAES-BETALINGSKONTO.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS = "00"
               MOVE WS-SOEG-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE INTO WS-BETALINGS-KONTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               CLOSE KONTOOPLFILE
           END-IF.

      *    No maintained fee means no fee, the same reading as the
      *    Opgave26 fee run gives it.
           HENT-GEBYRER.
           MOVE "LOPR" TO WS-GEBYR-KONTOTYPE.
           CALL "GEBYRSATSOPSLAG" USING WS-GEBYR-KONTOTYPE
               WS-GEBYR-BELOB WS-GEBYR-RESULT.
           IF WS-GEBYR-RESULT NOT = "M"
               MOVE ZEROES TO WS-GEBYR-BELOB
           END-IF.
           MOVE WS-GEBYR-BELOB TO LTB-ETABLERING IN WS-TILBUD.
           MOVE "LAAN" TO WS-GEBYR-KONTOTYPE.
           CALL "GEBYRSATSOPSLAG" USING WS-GEBYR-KONTOTYPE
               WS-GEBYR-BELOB WS-GEBYR-RESULT.
           IF WS-GEBYR-RESULT NOT = "M"
               MOVE ZEROES TO WS-GEBYR-BELOB
           END-IF.
           MOVE WS-GEBYR-BELOB TO LTB-MDR-GEBYR IN WS-TILBUD.

      *    Installment, plan, cost figures and aaop, in that order.
      *    The first term falls one period after the offer date.
           BEREGN-TILBUD.
           MOVE WS-DAGS-DATO TO LTB-TILBUDS-DATO IN WS-TILBUD.
           MOVE WS-DAGS-DATO TO WS-NY-UDLOEB-N.
           MOVE WS-MDR-PR-TERMIN TO WS-MDR-REST.
           PERFORM LAEG-EN-MAANED-TIL
               UNTIL WS-MDR-REST = ZEROES.
           MOVE WS-NY-UDLOEB-N TO LTB-FOERSTE-DATO IN WS-TILBUD.
           PERFORM BEREGN-YDELSE.
           PERFORM BEREGN-OMKOSTNINGER.
           PERFORM BEREGN-AAOP.
           IF LTB-AAOP IN WS-TILBUD > WS-AAOP-LOFT
               MOVE LTB-AAOP IN WS-TILBUD TO WS-AAOP-ED
               DISPLAY "AAOP " WS-AAOP-ED " pct. er over "
                   "renteloftet paa 35 pct. - tilbud kan ikke gives."
               MOVE "N" TO WS-TILBUD-SWITCH
           END-IF.

      *    Annuity P * r * (1+r)**n / ((1+r)**n - 1), or an even
      *    split of the principal at a zero rate, rounded up to
      *    whole oere. Because Opgave58 rounds each term's interest
      *    to the oere, the rounded installment is run through the
      *    whole plan and raised an oere at a time until it clears
      *    the debt within the terms.
           BEREGN-YDELSE.
           MULTIPLY 100 BY WS-PERIODER-PR-AAR
               GIVING WS-RENTE-NAEVNER.
           DIVIDE LTB-RENTESATS IN WS-TILBUD BY WS-RENTE-NAEVNER
               GIVING WS-PERIODE-RENTE ROUNDED.
           IF WS-PERIODE-RENTE = ZEROES
               DIVIDE LTB-HOVEDSTOL IN WS-TILBUD
                   BY LTB-TERMINER IN WS-TILBUD
                   GIVING WS-YDELSE-PRAECIS
           ELSE
               ADD 1 WS-PERIODE-RENTE GIVING WS-RENTE-PLUS-EN
               MOVE 1 TO WS-FAKTOR
               PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > LTB-TERMINER IN WS-TILBUD
                   MULTIPLY WS-RENTE-PLUS-EN BY WS-FAKTOR ROUNDED
               END-PERFORM
               MULTIPLY WS-PERIODE-RENTE BY WS-FAKTOR
                   GIVING WS-TAELLER ROUNDED
               SUBTRACT 1 FROM WS-FAKTOR GIVING WS-NAEVNER
               DIVIDE WS-TAELLER BY WS-NAEVNER
                   GIVING WS-ANNUITET ROUNDED
               MULTIPLY LTB-HOVEDSTOL IN WS-TILBUD BY WS-ANNUITET
                   GIVING WS-YDELSE-PRAECIS
           END-IF.
           MOVE WS-YDELSE-PRAECIS TO WS-YDELSE.
           IF WS-YDELSE < WS-YDELSE-PRAECIS
               ADD 0.01 TO WS-YDELSE
           END-IF.
           PERFORM SIMULER-PLAN.
           MOVE ZEROES TO WS-FORSOEG.
           PERFORM UNTIL WS-SIM-REST = ZEROES OR WS-FORSOEG = 9999
               ADD 0.01 TO WS-YDELSE
               ADD 1 TO WS-FORSOEG
               PERFORM SIMULER-PLAN
           END-PERFORM.
           MOVE WS-YDELSE TO LTB-YDELSE IN WS-TILBUD.
           MOVE WS-PLAN-ANTAL TO LTB-TERMINER IN WS-TILBUD.

           SIMULER-PLAN.
           MOVE LTB-HOVEDSTOL IN WS-TILBUD TO WS-SIM-REST.
           MOVE ZEROES TO WS-SIM-RENTE-I-ALT.
           MOVE ZEROES TO WS-PLAN-ANTAL.
           MOVE LTB-FOERSTE-DATO IN WS-TILBUD TO WS-NY-UDLOEB-N.
           PERFORM SIMULER-TERMIN
               UNTIL WS-SIM-REST = ZEROES
               OR WS-PLAN-ANTAL = LTB-TERMINER IN WS-TILBUD.

      *    One term exactly as Opgave58 BEREGN-TERMIN splits it,
      *    then the due date rolled the Opgave58 way.
           SIMULER-TERMIN.
           ADD 1 TO WS-PLAN-ANTAL.
           IF LTB-ER-KVARTAL IN WS-TILBUD
               COMPUTE WS-SIM-RENTE ROUNDED =
                   WS-SIM-REST
                   * LTB-RENTESATS IN WS-TILBUD / 100 / 4
           ELSE
               COMPUTE WS-SIM-RENTE ROUNDED =
                   WS-SIM-REST
                   * LTB-RENTESATS IN WS-TILBUD / 100 / 12
           END-IF.
           COMPUTE WS-SIM-AFDRAG = WS-YDELSE - WS-SIM-RENTE.
           IF WS-SIM-AFDRAG > WS-SIM-REST
               MOVE WS-SIM-REST TO WS-SIM-AFDRAG
           END-IF.
           SUBTRACT WS-SIM-AFDRAG FROM WS-SIM-REST.
           ADD WS-SIM-RENTE TO WS-SIM-RENTE-I-ALT.
           MOVE WS-NY-UDLOEB-N TO WS-PL-DATO (WS-PLAN-ANTAL).
           COMPUTE WS-PL-YDELSE (WS-PLAN-ANTAL) =
               WS-SIM-RENTE + WS-SIM-AFDRAG.
           MOVE WS-SIM-RENTE TO WS-PL-RENTE (WS-PLAN-ANTAL).
           MOVE WS-SIM-AFDRAG TO WS-PL-AFDRAG (WS-PLAN-ANTAL).
           MOVE WS-SIM-REST TO WS-PL-REST (WS-PLAN-ANTAL).
           MOVE WS-MDR-PR-TERMIN TO WS-MDR-REST.
           PERFORM LAEG-EN-MAANED-TIL
               UNTIL WS-MDR-REST = ZEROES.

      *    Cost of credit: all the interest, the setup fee and the
      *    monthly fee for every month the loan runs.
           BEREGN-OMKOSTNINGER.
           COMPUTE WS-MDR-ANTAL = WS-PLAN-ANTAL * WS-MDR-PR-TERMIN.
           MOVE WS-SIM-RENTE-I-ALT TO LTB-SAMLET-RENTE IN WS-TILBUD.
           COMPUTE LTB-KREDITOMK IN WS-TILBUD =
               LTB-SAMLET-RENTE IN WS-TILBUD
               + LTB-ETABLERING IN WS-TILBUD
               + LTB-MDR-GEBYR IN WS-TILBUD * WS-MDR-ANTAL.
           COMPUTE LTB-SAMLET-BELOB IN WS-TILBUD =
               LTB-HOVEDSTOL IN WS-TILBUD
               + LTB-KREDITOMK IN WS-TILBUD.

      *    Month grid: the monthly fee every month, the installment
      *    in the month its term falls due.
           BEREGN-AAOP.
           PERFORM VARYING WS-MDR-IX FROM 1 BY 1
               UNTIL WS-MDR-IX > WS-MDR-ANTAL
               MOVE LTB-MDR-GEBYR IN WS-TILBUD
                   TO WS-MDR-BETALING (WS-MDR-IX)
               DIVIDE WS-MDR-IX BY WS-MDR-PR-TERMIN
                   GIVING WS-MDR-KVOT REMAINDER WS-MDR-REST-TERMIN
               IF WS-MDR-REST-TERMIN = ZEROES
                   ADD WS-PL-YDELSE (WS-MDR-KVOT)
                       TO WS-MDR-BETALING (WS-MDR-IX)
               END-IF
           END-PERFORM.
           COMPUTE WS-UDBETALT-NETTO =
               LTB-HOVEDSTOL IN WS-TILBUD - LTB-ETABLERING IN WS-TILBUD.
           MOVE ZEROES TO WS-AAOP-LAV.
           MOVE 0.5 TO WS-AAOP-HOEJ.
           PERFORM VARYING WS-AAOP-IX FROM 1 BY 1
               UNTIL WS-AAOP-IX > 40
               ADD WS-AAOP-LAV WS-AAOP-HOEJ GIVING WS-AAOP-MIDT
               DIVIDE 2 INTO WS-AAOP-MIDT
               PERFORM BEREGN-NUTIDSVAERDI
               IF WS-NUTIDSVAERDI > WS-UDBETALT-NETTO
                   MOVE WS-AAOP-MIDT TO WS-AAOP-LAV
               ELSE
                   MOVE WS-AAOP-MIDT TO WS-AAOP-HOEJ
               END-IF
           END-PERFORM.
           ADD 1 WS-AAOP-LAV GIVING WS-AAOP-PLUS-EN.
           MOVE 1 TO WS-AAOP-FAKTOR.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 12
               MULTIPLY WS-AAOP-PLUS-EN BY WS-AAOP-FAKTOR ROUNDED
           END-PERFORM.
           SUBTRACT 1 FROM WS-AAOP-FAKTOR GIVING WS-AAOP-TILVAEKST.
           MULTIPLY WS-AAOP-TILVAEKST BY 100
               GIVING LTB-AAOP IN WS-TILBUD ROUNDED
               ON SIZE ERROR
                   MOVE 999.99 TO LTB-AAOP IN WS-TILBUD
           END-MULTIPLY.

           BEREGN-NUTIDSVAERDI.
           MOVE ZEROES TO WS-NUTIDSVAERDI.
           MOVE 1 TO WS-DISKONT.
           ADD 1 WS-AAOP-MIDT GIVING WS-AAOP-PLUS-EN.
           PERFORM VARYING WS-MDR-IX FROM 1 BY 1
               UNTIL WS-MDR-IX > WS-MDR-ANTAL
               DIVIDE WS-AAOP-PLUS-EN INTO WS-DISKONT ROUNDED
               COMPUTE WS-NUTIDSVAERDI ROUNDED = WS-NUTIDSVAERDI
                   + WS-MDR-BETALING (WS-MDR-IX) * WS-DISKONT
           END-PERFORM.

           VIS-TILBUD.
           PERFORM SAET-FREKVENS-TEKST.
           DISPLAY " ".
           DISPLAY "LAANETILBUD TIL KUNDE " LTB-KUNDE-ID IN WS-TILBUD.
           MOVE LTB-HOVEDSTOL IN WS-TILBUD TO WS-BELOB-ED.
           DISPLAY "  LAANEBELOEB        " WS-BELOB-ED.
           MOVE LTB-RENTESATS IN WS-TILBUD TO WS-SATS-ED.
           DISPLAY "  DEBITORRENTE       " WS-SATS-ED " pct. p.a.".
           MOVE LTB-TERMINER IN WS-TILBUD TO WS-TERMIN-ED.
           DISPLAY "  TERMINER           " WS-TERMIN-ED " "
               WS-FREKVENS-TEKST.
           MOVE LTB-YDELSE IN WS-TILBUD TO WS-BELOB-ED.
           DISPLAY "  YDELSE PR. TERMIN  " WS-BELOB-ED.
           MOVE LTB-ETABLERING IN WS-TILBUD TO WS-GEBYR-ED.
           DISPLAY "  ETABLERINGSGEBYR     " WS-GEBYR-ED.
           MOVE LTB-MDR-GEBYR IN WS-TILBUD TO WS-GEBYR-ED.
           DISPLAY "  GEBYR PR. MAANED     " WS-GEBYR-ED.
           MOVE LTB-KREDITOMK IN WS-TILBUD TO WS-STORT-BELOB-ED.
           DISPLAY "  KREDITOMKOSTNINGER " WS-STORT-BELOB-ED.
           MOVE LTB-SAMLET-BELOB IN WS-TILBUD TO WS-STORT-BELOB-ED.
           DISPLAY "  SAMLET AT BETALE   " WS-STORT-BELOB-ED.
           MOVE LTB-AAOP IN WS-TILBUD TO WS-AAOP-ED.
           DISPLAY "  AAOP               " WS-AAOP-ED " pct.".
           MOVE LTB-FOERSTE-DATO IN WS-TILBUD TO WS-DATO-ED.
           DISPLAY "  FOERSTE TERMIN     " WS-DATO-ED.

           SAET-FREKVENS-TEKST.
           IF LTB-ER-KVARTAL IN WS-TILBUD
               MOVE "kvartalsvis" TO WS-FREKVENS-TEKST
           ELSE
               MOVE "maanedlig" TO WS-FREKVENS-TEKST
           END-IF.

      *    The offer gets its number and its validity, is kept on
      *    LaaneTilbud.txt, and the letter goes out.
           UDSTED-TILBUD.
           PERFORM TRAEK-TILBUDSNR.
           MOVE WS-NAESTE-NR TO LTB-NR IN WS-TILBUD.
           MOVE WS-SIGNON-OPERATOER TO LTB-OPERATOER IN WS-TILBUD.
           PERFORM BEREGN-GYLDIGHED.
           OPEN I-O LAANETILBUDFILE.
           IF WS-LTB-STATUS NOT = "00"
               OPEN OUTPUT LAANETILBUDFILE
           END-IF.
           IF WS-LTB-STATUS NOT = "00"
               STRING "Open LaaneTilbud.txt failed, status "
                   WS-LTB-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-TILBUD TO LAANETILBUDREC.
           WRITE LAANETILBUDREC
               INVALID KEY
                   DISPLAY "Tilbudsnummer " LTB-NR IN WS-TILBUD
                       " findes allerede - intet udstedt."
                   MOVE "N" TO WS-TILBUD-SWITCH
           END-WRITE.
           CLOSE LAANETILBUDFILE.
           IF WS-TILBUD-OK
               PERFORM SKRIV-TILBUDSBREV
               MOVE LTB-GYLDIG-TIL IN WS-TILBUD TO WS-DATO-ED
               DISPLAY "Laanetilbud " LTB-NR IN WS-TILBUD
                   " udstedt, gyldigt til og med " WS-DATO-ED "."
           END-IF.

           TRAEK-TILBUDSNR.
           MOVE 1 TO WS-NAESTE-NR.
           OPEN INPUT TILBUDNRFILE.
           IF WS-TNR-STATUS = "00"
               READ TILBUDNRFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-NAESTE-NR = TILBUDNRREC + 1
               END-READ
               CLOSE TILBUDNRFILE
           END-IF.
           OPEN OUTPUT TILBUDNRFILE.
           MOVE WS-NAESTE-NR TO TILBUDNRREC.
           WRITE TILBUDNRREC.
           CLOSE TILBUDNRFILE.

      *    The offer date plus the days it stands, rolled into the
      *    next month when it runs past the end of this one.
           BEREGN-GYLDIGHED.
           MOVE WS-DAGS-DATO TO WS-NY-UDLOEB-N.
           ADD WS-GYLDIG-DAGE TO WS-UDL-DAG.
           PERFORM BEREGN-DAGE-I-MAANED.
           IF WS-UDL-DAG > WS-DAGE-I-MAANED
               SUBTRACT WS-DAGE-I-MAANED FROM WS-UDL-DAG
               ADD 1 TO WS-UDL-MAANED
               IF WS-UDL-MAANED > 12
                   MOVE 1 TO WS-UDL-MAANED
                   ADD 1 TO WS-UDL-AAR
               END-IF
           END-IF.
           MOVE WS-NY-UDLOEB-N TO LTB-GYLDIG-TIL IN WS-TILBUD.

           SKRIV-TILBUDSBREV.
           MOVE LTB-KUNDE-ID IN WS-TILBUD TO WS-SOEG-KUNDE-ID.
           PERFORM LAES-KUNDE.
           MOVE "N" TO WS-RETURPOST.
           IF WS-KUNDE-FUNDET
               CALL "RETURPOSTKONTROL" USING
                   KUNDE-ID IN KUNDEOPLREC
                   WS-BREVTYPE
                   LTB-BETALINGSKONTO IN WS-TILBUD
                   WS-LAAS-PROGRAM
                   WS-RETURPOST
           END-IF.
           IF NOT WS-KUNDE-FUNDET
               DISPLAY "ADVARSEL: Kunde " LTB-KUNDE-ID IN WS-TILBUD
                   " ikke fundet - intet tilbudsbrev skrevet."
           ELSE
               IF WS-RETURPOST = "J"
                   DISPLAY "ADVARSEL: Kunde " LTB-KUNDE-ID IN WS-TILBUD
                       " har returpost - tilbudsbrev holdt tilbage."
               ELSE
                   PERFORM SKRIV-TILBUDSBREV-SIDE
               END-IF
           END-IF.

           SKRIV-TILBUDSBREV-SIDE.
           OPEN EXTEND TILBUDSBREVOUT.
           IF WS-TBR-STATUS = "35"
               OPEN OUTPUT TILBUDSBREVOUT
           END-IF.
           CALL "KORRESPONDANCELOG" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-BREVTYPE
               LTB-BETALINGSKONTO IN WS-TILBUD
               WS-KOR-RESULT.
           IF WS-KOR-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Brevet kunne ikke logges i "
                   "Korrespondancer.txt"
           END-IF.
           CALL "PRINTINDEKS" USING WS-PRINTFIL
               KUNDE-ID IN KUNDEOPLREC
               WS-BREVTYPE
               LTB-BETALINGSKONTO IN WS-TILBUD
               WS-PIX-RESULT.
           PERFORM SKRIV-BREV-ADRESSE.
           PERFORM SKRIV-BREV-INDHOLD.
           PERFORM SKRIV-BETALINGSPLAN.
           PERFORM SKRIV-BREV-AFSLUTNING.
           CLOSE TILBUDSBREVOUT.

           SKRIV-BREV-ADRESSE.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO TILBUDSBREVLINE.
           WRITE TILBUDSBREVLINE AFTER ADVANCING PAGE.

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
           STRING "Vi kan tilbyde dig et laan paa foelgende "
               DELIMITED BY SIZE
               "vilkaar (tilbud nr. " DELIMITED BY SIZE
               LTB-NR IN WS-TILBUD DELIMITED BY SIZE
               "):" DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           MOVE LTB-HOVEDSTOL IN WS-TILBUD TO WS-BELOB-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Laanebeloeb                     " WS-BELOB-ED
               " DKK" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-RENTESATS IN WS-TILBUD TO WS-SATS-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Debitorrente (fast)                " WS-SATS-ED
               " pct. p.a." DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-TERMINER IN WS-TILBUD TO WS-TERMIN-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Antal terminer                         "
               WS-TERMIN-ED " " DELIMITED BY SIZE
               WS-FREKVENS-TEKST DELIMITED BY SPACE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-YDELSE IN WS-TILBUD TO WS-BELOB-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Ydelse pr. termin               " WS-BELOB-ED
               " DKK" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-ETABLERING IN WS-TILBUD TO WS-GEBYR-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Etableringsgebyr                  " WS-GEBYR-ED
               " DKK" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-MDR-GEBYR IN WS-TILBUD TO WS-GEBYR-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Gebyr pr. maaned                  " WS-GEBYR-ED
               " DKK" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-SAMLET-RENTE IN WS-TILBUD TO WS-STORT-BELOB-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Renter i alt                  " WS-STORT-BELOB-ED
               " DKK" DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-KREDITOMK IN WS-TILBUD TO WS-STORT-BELOB-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Samlede kreditomkostninger    " DELIMITED BY SIZE
               WS-STORT-BELOB-ED " DKK" DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-SAMLET-BELOB IN WS-TILBUD TO WS-STORT-BELOB-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Samlet beloeb at betale       " DELIMITED BY SIZE
               WS-STORT-BELOB-ED " DKK" DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-AAOP IN WS-TILBUD TO WS-AAOP-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  AAOP (aarlige omkostninger i pct.)  " WS-AAOP-ED
               " pct." DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           MOVE LTB-FOERSTE-DATO IN WS-TILBUD TO WS-DATO-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Foerste ydelse forfalder " DELIMITED BY SIZE
               WS-DATO-ED DELIMITED BY SIZE
               " og traekkes paa konto " DELIMITED BY SIZE
               LTB-BETALINGSKONTO IN WS-TILBUD DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE LTB-GYLDIG-TIL IN WS-TILBUD TO WS-DATO-ED.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Tilbuddet gaelder til og med " DELIMITED BY SIZE
               WS-DATO-ED DELIMITED BY SIZE
               ". Accepterer du det, oprettes laanet"
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE "paa netop de vilkaar, der staar i dette brev."
               TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           SKRIV-BETALINGSPLAN.
           MOVE "Betalingsplan:" TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  Termin  Forfald        Ydelse      Rente"
               "     Afdrag   Restgaeld"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-PLAN-ANTAL
               MOVE WS-IX TO WS-TERMIN-ED
               MOVE WS-PL-DATO (WS-IX) TO WS-DATO-ED
               MOVE WS-PL-YDELSE (WS-IX) TO WS-BELOB-ED
               MOVE WS-PL-RENTE (WS-IX) TO WS-RENTE-ED
               MOVE WS-PL-AFDRAG (WS-IX) TO WS-AFDRAG-ED
               MOVE WS-PL-REST (WS-IX) TO WS-REST-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "     " WS-TERMIN-ED "  " WS-DATO-ED " "
                   WS-BELOB-ED " " WS-RENTE-ED " " WS-AFDRAG-ED
                   "  " WS-REST-ED
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM SKRIV-BREVLINJE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           SKRIV-BREV-AFSLUTNING.
           MOVE "Med venlig hilsen" TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.
           MOVE "Banken" TO WS-PRINT-LINE.
           PERFORM SKRIV-BREVLINJE.

           SKRIV-BREVLINJE.
           MOVE WS-PRINT-LINE TO TILBUDSBREVLINE.
           WRITE TILBUDSBREVLINE.

      *    Acceptance books the loan from the offer record and
      *    nothing else: only an outstanding offer inside its
      *    validity can be accepted, and the payment account must
      *    still be the customer's and active.
           ACCEPTER-TILBUD.
           DISPLAY "TILBUDSNR: " WITH NO ADVANCING.
           ACCEPT WS-SOEG-TILBUDSNR.
           OPEN I-O LAANETILBUDFILE.
           IF WS-LTB-STATUS NOT = "00"
               DISPLAY "Ingen laanetilbud registreret."
           ELSE
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE WS-SOEG-TILBUDSNR TO LTB-NR IN LAANETILBUDREC
               READ LAANETILBUDFILE INTO WS-TILBUD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-RECORD-FUNDET
                       DISPLAY "Laanetilbud " WS-SOEG-TILBUDSNR
                           " ikke fundet."
                   WHEN NOT LTB-ER-TILBUDT IN WS-TILBUD
                       DISPLAY "Laanetilbud " WS-SOEG-TILBUDSNR
                           " er ikke laengere aabent."
                   WHEN LTB-GYLDIG-TIL IN WS-TILBUD < WS-DAGS-DATO
                       MOVE LTB-GYLDIG-TIL IN WS-TILBUD TO WS-DATO-ED
                       DISPLAY "Laanetilbud " WS-SOEG-TILBUDSNR
                           " udloeb " WS-DATO-ED " - giv et nyt."
                   WHEN OTHER
                       PERFORM BEKRAEFT-ACCEPT
               END-EVALUATE
               CLOSE LAANETILBUDFILE
           END-IF.

      *    A customer who turns the offer down has it closed
      *    here, so it can no longer be booked.
           AFVIS-TILBUD.
           DISPLAY "TILBUDSNR: " WITH NO ADVANCING.
           ACCEPT WS-SOEG-TILBUDSNR.
           OPEN I-O LAANETILBUDFILE.
           IF WS-LTB-STATUS NOT = "00"
               DISPLAY "Ingen laanetilbud registreret."
           ELSE
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE WS-SOEG-TILBUDSNR TO LTB-NR IN LAANETILBUDREC
               READ LAANETILBUDFILE INTO WS-TILBUD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-RECORD-FUNDET
                       DISPLAY "Laanetilbud " WS-SOEG-TILBUDSNR
                           " ikke fundet."
                   WHEN NOT LTB-ER-TILBUDT IN WS-TILBUD
                       DISPLAY "Laanetilbud " WS-SOEG-TILBUDSNR
                           " er ikke laengere aabent."
                   WHEN OTHER
                       DISPLAY "Godkend afvisning (J/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-BEKRAEFT
                       IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                           MOVE "X" TO LTB-STATUS IN WS-TILBUD
                           MOVE WS-TILBUD TO LAANETILBUDREC
                           REWRITE LAANETILBUDREC
                               INVALID KEY
                                   DISPLAY "Laanetilbud kunne ikke "
                                       "opdateres, status "
                                       WS-LTB-STATUS
                               NOT INVALID KEY
                                   DISPLAY "Laanetilbud afvist."
                           END-REWRITE
                       ELSE
                           DISPLAY "Annulleret."
                       END-IF
               END-EVALUATE
               CLOSE LAANETILBUDFILE
           END-IF.

           BEKRAEFT-ACCEPT.
           PERFORM VIS-TILBUD.
           DISPLAY "LAANEKONTO - " WITH NO ADVANCING.
           PERFORM ACCEPT-OG-VALIDER-KONTONUMMER.
           IF WS-KONTONR-RESULT = "U"
               DISPLAY "Booking afvist."
           ELSE
               DISPLAY "Godkend booking (J/N): " WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
               IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                   PERFORM BOOK-LAAN
               ELSE
                   DISPLAY "Annulleret."
               END-IF
           END-IF.

      *    Account, schedule and accepted offer stand or fall
      *    together: the setup fee is charged only once all three
      *    are written, and what was written before a failure is
      *    taken out again so the offer can be booked afresh.
           BOOK-LAAN.
           MOVE "Y" TO WS-TILBUD-SWITCH.
           MOVE WS-SOEG-KONTONUMMER TO LTB-KONTONUMMER IN WS-TILBUD.
           MOVE LTB-BETALINGSKONTO IN WS-TILBUD
               TO WS-SOEG-KONTONUMMER.
           PERFORM KONTROLLER-BETALINGSKONTO.
           IF WS-TILBUD-OK
               PERFORM OPRET-LAANEKONTO
           END-IF.
           IF WS-TILBUD-OK
               PERFORM OPRET-LAANEVILKAAR
               IF NOT WS-VILKAAR-OPRETTET
                   MOVE "N" TO WS-TILBUD-SWITCH
                   PERFORM FJERN-LAANEKONTO
               END-IF
           END-IF.
           IF WS-TILBUD-OK
               MOVE "A" TO LTB-STATUS IN WS-TILBUD
               MOVE WS-DAGS-DATO TO LTB-ACCEPT-DATO IN WS-TILBUD
               MOVE WS-TILBUD TO LAANETILBUDREC
               REWRITE LAANETILBUDREC
                   INVALID KEY
                       DISPLAY "Laanetilbud " LTB-NR IN WS-TILBUD
                           " kunne ikke opdateres, status "
                           WS-LTB-STATUS " - intet booket."
                       MOVE "N" TO WS-TILBUD-SWITCH
               END-REWRITE
               IF NOT WS-TILBUD-OK
                   MOVE "T" TO LTB-STATUS IN WS-TILBUD
                   MOVE ZEROES TO LTB-ACCEPT-DATO IN WS-TILBUD
                   PERFORM FJERN-LAANEVILKAAR
                   PERFORM FJERN-LAANEKONTO
               END-IF
           END-IF.
           IF WS-TILBUD-OK
               IF LTB-ETABLERING IN WS-TILBUD > ZEROES
                   PERFORM SKRIV-ETABLERINGSGEBYR
               END-IF
               DISPLAY "Laan booket paa konto "
                   LTB-KONTONUMMER IN WS-TILBUD "."
           ELSE
               DISPLAY "Laanetilbud " LTB-NR IN WS-TILBUD
                   " er ikke booket og staar fortsat aabent."
           END-IF.

           OPRET-LAANEKONTO.
           MOVE SPACES TO WS-NY-KONTO.
           MOVE LTB-KUNDE-ID IN WS-TILBUD TO KUNDE-ID IN WS-NY-KONTO.
           MOVE LTB-KONTONUMMER IN WS-TILBUD
               TO KONTONUMMER IN WS-NY-KONTO.
           MOVE "LAAN" TO KONTOTYPE IN WS-NY-KONTO.
           MOVE LTB-RENTESATS IN WS-TILBUD TO RENTESATS IN WS-NY-KONTO.
           MOVE LTB-HOVEDSTOL IN WS-TILBUD TO BALANCE IN WS-NY-KONTO.
           MOVE "DKK" TO VALUTAKODE IN WS-NY-KONTO.
           MOVE WS-DAGS-DATO TO ABNINGSDATO IN WS-NY-KONTO.
           MOVE "A" TO KONTOSTATUS IN WS-NY-KONTO.
           MOVE AFDELING IN WS-BETALINGS-KONTO
               TO AFDELING IN WS-NY-KONTO.
           OPEN I-O KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-NY-KONTO TO KONTOOPLREC.
           WRITE KONTOOPLREC
               INVALID KEY
                   DISPLAY "KONTONUMMER findes allerede - "
                       "intet booket."
                   MOVE "N" TO WS-TILBUD-SWITCH
               NOT INVALID KEY
                   MOVE ZEROES TO WS-OLD-BALANCE
                   MOVE BALANCE IN WS-NY-KONTO TO WS-NEW-BALANCE
                   CALL "AUDITLOG" USING WS-PROGRAM-NAME
                       KUNDE-ID IN WS-NY-KONTO
                       WS-OLD-BALANCE WS-NEW-BALANCE
                       WS-AUDIT-RESULT
           END-WRITE.
           CLOSE KONTOOPLFILE.

      *    The schedule as offered: Opgave58 collects this
      *    installment from the first due date on the letter.
           OPRET-LAANEVILKAAR.
           MOVE "N" TO WS-VILKAAR-SWITCH.
           MOVE SPACES TO LAANKONTOREC.
           MOVE LTB-KONTONUMMER IN WS-TILBUD TO LAN-KONTONUMMER.
           MOVE LTB-HOVEDSTOL IN WS-TILBUD TO LAN-HOVEDSTOL.
           MOVE LTB-HOVEDSTOL IN WS-TILBUD TO LAN-RESTGAELD.
           MOVE LTB-YDELSE IN WS-TILBUD TO LAN-YDELSE.
           MOVE LTB-FREKVENS IN WS-TILBUD TO LAN-FREKVENS.
           MOVE LTB-TERMINER IN WS-TILBUD TO LAN-REST-TERMINER.
           MOVE LTB-FOERSTE-DATO IN WS-TILBUD TO LAN-NAESTE-DATO.
           MOVE LTB-BETALINGSKONTO IN WS-TILBUD TO LAN-BETALINGSKONTO.
           MOVE "A" TO LAN-STATUS.
           MOVE ZEROES TO LAN-RESTANCER.
           OPEN I-O LAANKONTOFILE.
           IF WS-LAN-STATUS NOT = "00"
               OPEN OUTPUT LAANKONTOFILE
           END-IF.
           IF WS-LAN-STATUS NOT = "00"
               STRING "Open LaanKonti.txt failed, status "
                   WS-LAN-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           WRITE LAANKONTOREC
               INVALID KEY
                   DISPLAY "Laanevilkaar findes allerede - "
                       "intet oprettet."
               NOT INVALID KEY
                   MOVE "Y" TO WS-VILKAAR-SWITCH
                   DISPLAY "Laanevilkaar oprettet, foerste termin "
                       LAN-NAESTE-DATO "."
           END-WRITE.
           CLOSE LAANKONTOFILE.

      *    A booking that did not complete takes its account back
      *    off KontoOpl.txt; the audit trail shows it going.
           FJERN-LAANEKONTO.
           OPEN I-O KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE LTB-KONTONUMMER IN WS-TILBUD
               TO KONTONUMMER IN KONTOOPLREC.
           DELETE KONTOOPLFILE RECORD
               INVALID KEY
                   DISPLAY "ADVARSEL: laanekonto "
                       LTB-KONTONUMMER IN WS-TILBUD
                       " kunne ikke fjernes, status " WS-KOF-STATUS
               NOT INVALID KEY
                   MOVE LTB-HOVEDSTOL IN WS-TILBUD TO WS-OLD-BALANCE
                   MOVE ZEROES TO WS-NEW-BALANCE
                   CALL "AUDITLOG" USING WS-PROGRAM-NAME
                       LTB-KUNDE-ID IN WS-TILBUD
                       WS-OLD-BALANCE WS-NEW-BALANCE
                       WS-AUDIT-RESULT
           END-DELETE.
           CLOSE KONTOOPLFILE.

           FJERN-LAANEVILKAAR.
           OPEN I-O LAANKONTOFILE.
           IF WS-LAN-STATUS NOT = "00"
               STRING "Open LaanKonti.txt failed, status "
                   WS-LAN-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE LTB-KONTONUMMER IN WS-TILBUD TO LAN-KONTONUMMER.
           DELETE LAANKONTOFILE RECORD
               INVALID KEY
                   DISPLAY "ADVARSEL: laanevilkaar for "
                       LTB-KONTONUMMER IN WS-TILBUD
                       " kunne ikke fjernes, status " WS-LAN-STATUS
           END-DELETE.
           CLOSE LAANKONTOFILE.

           SKRIV-ETABLERINGSGEBYR.
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
           MOVE SPACES TO TRANSAKTIONREC.
           MOVE LTB-BETALINGSKONTO IN WS-TILBUD
               TO TP-KONTONUMMER IN TRANSAKTIONREC.
           MOVE "D" TO TP-TRANS-TYPE IN TRANSAKTIONREC.
           MOVE LTB-ETABLERING IN WS-TILBUD
               TO TP-BELOB IN TRANSAKTIONREC.
           MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE "Etableringsgebyr laan" TO TP-TEKST IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.

      *    One month forward, clamped to the new month's length -
      *    the same roll as Opgave38 and the Opgave58 due dates.
           LAEG-EN-MAANED-TIL.
           ADD 1 TO WS-UDL-MAANED.
           IF WS-UDL-MAANED > 12
               MOVE 1 TO WS-UDL-MAANED
               ADD 1 TO WS-UDL-AAR
           END-IF.
           PERFORM BEREGN-DAGE-I-MAANED.
           IF WS-UDL-DAG > WS-DAGE-I-MAANED
               MOVE WS-DAGE-I-MAANED TO WS-UDL-DAG
           END-IF.
           SUBTRACT 1 FROM WS-MDR-REST.

           BEREGN-DAGE-I-MAANED.
           EVALUATE WS-UDL-MAANED
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

      *    Leap year: divisible by 4, except whole centuries that are
      *    not divisible by 400.
           BEREGN-FEBRUAR-LAENGDE.
           MOVE 28 TO WS-DAGE-I-MAANED.
           DIVIDE WS-UDL-AAR BY 4 GIVING WS-SKUDAAR-KVOT
               REMAINDER WS-SKUDAAR-REST.
           IF WS-SKUDAAR-REST = ZEROES
               MOVE 29 TO WS-DAGE-I-MAANED
               DIVIDE WS-UDL-AAR BY 100 GIVING WS-SKUDAAR-KVOT
                   REMAINDER WS-SKUDAAR-REST
               IF WS-SKUDAAR-REST = ZEROES
                   DIVIDE WS-UDL-AAR BY 400 GIVING WS-SKUDAAR-KVOT
                       REMAINDER WS-SKUDAAR-REST
                   IF WS-SKUDAAR-REST NOT = ZEROES
                       MOVE 28 TO WS-DAGE-I-MAANED
                   END-IF
               END-IF
           END-IF.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

      *    Every posting written to Transaktioner.txt here is
      *    counted, and the count is added to the intake's handoff
      *    control when the file is closed (KONTROLTOTAL).
           TAEL-TRANSAKTION.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE TRANSAKTIONREC TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-TRANSAKTIONER.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAV138" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE138: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
