           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE101.

      *    Nightly bank switch settlement. Reads BankSkifte.txt
      *    (BANKSKIFTE.cpy) and settles every account registered in
      *    Opgave100 whose switch date has come:
      *
      *      - every standing order drawing on the account is
      *        retired from FasteOrdrer.txt (AUDITLOG per order) -
      *        the receiving bank runs them from the switch date,
      *        so this happens on the date whatever else holds the
      *        settlement up, and only once
      *      - the accrual is brought up to the day and its
      *        whole-oere part capitalized, and the month's fee
      *        charged pro rata, exactly as the Opgave96 closure
      *        does it
      *      - open holds on Reservationer.txt are released
      *      - the net balance goes out as an order on
      *        UdgaaendeBetalinger.txt to the IBAN the account got
      *        at the receiving bank, for the Opgave49 export
      *      - the account is set to "L" on KontoOpl.txt, any
      *        NemKonto designation on it is cancelled through
      *        NEMKONTOOPHOER, its active Betalingsservice
      *        mandates through BSAFTALEOPHOER (Opgave100 has
      *        already handed them over), and the closure goes on
      *        KontoOphoer.txt with the Opgave96 closures
      *
      *    The run follows the posting step, so the interest and
      *    fee postings post with the next night's intake and the
      *    order has cover on the Opgave49 export after that. What
      *    cannot be settled goes on BankSkifteRapport.txt: a frozen
      *    account, one with postings still on the intake, an
      *    active seizure or garnishment order on Udlaeg.txt
      *    (UDLAEGSSUM) or a balance short of interest and fee is
      *    put off and tried again each night until it clears; a
      *    vanished or already closed account, or a loan or term
      *    deposit, is refused for good (status F).

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BANKSKIFTEFILE ASSIGN TO "BankSkifte.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSK-NOEGLE OF BANKSKIFTEREC
               FILE STATUS IS WS-BSK-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
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
           SELECT OPHOERSLOGOUT ASSIGN TO "KontoOphoer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLG-STATUS.
           SELECT SKIFTERAPPORTOUT ASSIGN TO "BankSkifteRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSR-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD BANKSKIFTEFILE.
           01 BANKSKIFTEREC.
               COPY "BANKSKIFTE.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

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

           FD OPHOERSLOGOUT.
           01 OPHOERSLOGLINE               PIC X(100).

           FD SKIFTERAPPORTOUT.
           01 SKIFTERAPPORTLINE            PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-BSK-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-ACR-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-FOR-STATUS                PIC X(2).
           01 WS-RSV-STATUS                PIC X(2).
           01 WS-FRI-STATUS                PIC X(2).
           01 WS-UDB-STATUS                PIC X(2).
           01 WS-RGL-STATUS                PIC X(2).
           01 WS-OLG-STATUS                PIC X(2).
           01 WS-BSR-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-FILE-BSK           PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-AAR              PIC 9(4).
               02 WS-DAGS-MAANED           PIC 9(2).
               02 WS-DAGS-DAG              PIC 9(2).

           01 WS-VALGT-KONTONUMMER         PIC X(20) VALUE SPACES.

      *    The account being settled, held apart from the record
      *    area as in Opgave96.
           01 WS-LUK-KONTO.
               COPY "KONTOOPL.cpy".
           01 WS-LUK-VALUTA                PIC X(3) VALUE SPACES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-ACR-SWITCH                PIC X(1) VALUE "N".
              88 WS-ACR-FUNDET             VALUE "Y".
           01 WS-VENTENDE-ANTAL            PIC 9(5) VALUE ZEROES.

      *    F refused for good, U put off to a later night, spaces
      *    settled.
           01 WS-UDFALD                    PIC X(1) VALUE SPACES.
              88 WS-UDFALD-FEJLET          VALUE "F".
              88 WS-UDFALD-UDSKUDT         VALUE "U".
           01 WS-AARSAG                    PIC X(30) VALUE SPACES.

      *    Interest to the day: the days since the last Opgave29
      *    accrual at the same day rate, on top of what is already
      *    accrued; the whole-oere part is what posts.
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

      *    The month's fee, pro rata to the switch day.
           01 WS-GEBYR                     PIC 9(5)V99 VALUE ZEROES.
           01 WS-GEBYR-RESULT              PIC X(1) VALUE SPACES.
           01 WS-FRI-PROCENT               PIC 9(3) VALUE ZEROES.
           01 WS-FRITAGET-BELOB            PIC 9(5)V99 VALUE ZEROES.
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.
           01 WS-SKUDAAR-REST              PIC 9(4) VALUE ZEROES.
           01 WS-SKUDAAR-KVOT              PIC 9(4) VALUE ZEROES.

           01 WS-NETTO                     PIC S9(8)V99 VALUE ZEROES.
           01 WS-UDBETALING                PIC 9(7)V99 VALUE ZEROES.

           01 WS-ORDRE-ANTAL               PIC 9(5) VALUE ZEROES.
           01 WS-HOLD-ANTAL                PIC 9(5) VALUE ZEROES.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.

      *    NemKonto cancellation on closure.
           01 WS-INGEN-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-NKT-AARSAG                PIC X(1) VALUE "L".
           01 WS-NKT-RESULT                PIC X(1) VALUE SPACES.
           01 WS-BSA-RESULT                PIC X(1) VALUE SPACES.

           01 WS-EGEN-BRUGER               PIC X(8)
                                           VALUE "OPGAV101".
           01 WS-AUDIT-ID                  PIC X(10) VALUE SPACES.
           01 WS-OLD-BELOB                 PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BELOB                 PIC S9(7)V99 VALUE ZEROES.
           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LOG-LINE                  PIC X(100) VALUE SPACES.
           01 WS-RAPPORT-TEKST             PIC X(50) VALUE SPACES.
           01 WS-RAPPORT-LINE              PIC X(100) VALUE SPACES.
           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.

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

           01 WS-CTL-LAEST                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-FORFALDNE             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UDFOERT               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UDSKUDT               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-FEJLET                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ORDRER                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UDBETALT              PIC 9(9)V99 VALUE ZEROES.
           01 WS-CTL-UDBETALT-ED           PIC Z(8)9.99 VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV101".
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
           PERFORM AFVIKL-BANKSKIFTER.
           PERFORM SKRIV-KOERSELSOVERSIGT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

      *    No register yet simply means no switch has been asked
      *    for.
           AFVIKL-BANKSKIFTER.
           OPEN I-O BANKSKIFTEFILE.
           IF WS-BSK-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE-BSK = 1
                   READ BANKSKIFTEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE-BSK
                       NOT AT END
                           ADD 1 TO WS-CTL-LAEST
                           IF BSK-ER-REGISTRERET
                               AND BSK-SKIFTEDATO NOT > WS-DAGS-DATO
                               ADD 1 TO WS-CTL-FORFALDNE
                               PERFORM BEHANDL-ET-SKIFTE
                               REWRITE BANKSKIFTEREC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANKSKIFTEFILE
           END-IF.

           BEHANDL-ET-SKIFTE.
           MOVE BSK-KONTONUMMER TO WS-VALGT-KONTONUMMER.
           MOVE SPACES TO WS-UDFALD.
           MOVE SPACES TO WS-AARSAG.
           IF NOT BSK-ORDRER-ER-OPHOERT
               PERFORM OPHOER-FASTE-ORDRER
               MOVE "J" TO BSK-ORDRER-OPHOERT
               IF WS-ORDRE-ANTAL > ZEROES
                   MOVE SPACES TO WS-RAPPORT-TEKST
                   STRING WS-ORDRE-ANTAL " FASTE ORDRER OPHOERT"
                       DELIMITED BY SIZE INTO WS-RAPPORT-TEKST
                   PERFORM SKRIV-RAPPORTLINJE
               END-IF
           END-IF.
           PERFORM LAES-LUK-KONTO.
           IF WS-RECORD-FUNDET
               PERFORM TAEL-VENTENDE-POSTERINGER
               CALL "UDLAEGSSUM" USING WS-VALGT-KONTONUMMER
                   WS-BLOKERET-SUM WS-BLOKERET-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   MOVE "F" TO WS-UDFALD
                   MOVE "KONTO FINDES IKKE" TO WS-AARSAG
               WHEN KONTO-ER-LUKKET IN WS-LUK-KONTO
                   MOVE "F" TO WS-UDFALD
                   MOVE "KONTO ER LUKKET" TO WS-AARSAG
               WHEN KONTOTYPE IN WS-LUK-KONTO = "LAAN"
                   OR KONTOTYPE IN WS-LUK-KONTO = "AFTL"
                   MOVE "F" TO WS-UDFALD
                   MOVE "LAAN/AFTALE AFVIKLES SEPARAT" TO WS-AARSAG
               WHEN KONTO-ER-FROSSET IN WS-LUK-KONTO
                   MOVE "U" TO WS-UDFALD
                   MOVE "KONTO FROSSET" TO WS-AARSAG
               WHEN WS-VENTENDE-ANTAL > ZEROES
                   MOVE "U" TO WS-UDFALD
                   MOVE "VENTENDE POSTERINGER" TO WS-AARSAG
               WHEN WS-BLOKERET-SUM > ZEROES
                   MOVE "U" TO WS-UDFALD
                   MOVE "AKTIVT UDLAEG" TO WS-AARSAG
               WHEN OTHER
                   PERFORM BEREGN-AFVIKLING
                   IF WS-NETTO < ZEROES
                       MOVE "U" TO WS-UDFALD
                       MOVE "SALDO DAEKKER IKKE RENTE/GEBYR"
                           TO WS-AARSAG
                   ELSE
                       PERFORM UDFOER-SKIFTE
                   END-IF
           END-EVALUATE.
           MOVE WS-AARSAG TO BSK-AARSAG.
           EVALUATE TRUE
               WHEN WS-UDFALD-FEJLET
                   MOVE "F" TO BSK-STATUS
                   MOVE WS-DAGS-DATO TO BSK-UDFOERT-DATO
                   ADD 1 TO WS-CTL-FEJLET
                   MOVE SPACES TO WS-RAPPORT-TEKST
                   STRING "IKKE OVERDRAGET - " WS-AARSAG
                       DELIMITED BY SIZE INTO WS-RAPPORT-TEKST
                   PERFORM SKRIV-RAPPORTLINJE
               WHEN WS-UDFALD-UDSKUDT
                   ADD 1 TO WS-CTL-UDSKUDT
                   MOVE SPACES TO WS-RAPPORT-TEKST
                   STRING "UDSKUDT - " WS-AARSAG
                       DELIMITED BY SIZE INTO WS-RAPPORT-TEKST
                   PERFORM SKRIV-RAPPORTLINJE
               WHEN OTHER
                   MOVE "U" TO BSK-STATUS
                   MOVE WS-DAGS-DATO TO BSK-UDFOERT-DATO
                   MOVE WS-UDBETALING TO BSK-UDBETALT-BELOB
                   ADD 1 TO WS-CTL-UDFOERT
                   ADD WS-UDBETALING TO WS-CTL-UDBETALT
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

      *    The posting step has emptied the intake by now; anything
      *    on it naming the account arrived after, and would move
      *    the balance the settlement is struck on.
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
      *    account the accrual has not reached yet earns the day
      *    only.
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
      *    end on active accounts only; a switched account pays the
      *    days it stood open, waivers counted as in Opgave26.
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

           UDFOER-SKIFTE.
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
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.
           IF WS-UDBETALING > ZEROES
               PERFORM SKRIV-UDGAAENDE-BETALING
           END-IF.
           PERFORM FRIGIV-RESERVATIONER.
           PERFORM SAET-KONTO-LUKKET.
           CALL "NEMKONTOOPHOER" USING WS-INGEN-KUNDE-ID
               WS-VALGT-KONTONUMMER WS-NKT-AARSAG
               WS-EGEN-BRUGER WS-NKT-RESULT.
           CALL "BSAFTALEOPHOER" USING WS-VALGT-KONTONUMMER
               WS-EGEN-BRUGER WS-BSA-RESULT.
           PERFORM SKRIV-OPHOERSLOG.
           MOVE WS-UDBETALING TO WS-BELOB-ED.
           MOVE SPACES TO WS-RAPPORT-TEKST.
           STRING "OVERDRAGET - UDBETALT " WS-BELOB-ED " "
               WS-LUK-VALUTA
               DELIMITED BY SIZE INTO WS-RAPPORT-TEKST.
           PERFORM SKRIV-RAPPORTLINJE.
           IF WS-NKT-RESULT = "M"
               MOVE "NEMKONTO OPHOERT - NY UDPEGNING I MODTAGERBANKEN"
                   TO WS-RAPPORT-TEKST
               PERFORM SKRIV-RAPPORTLINJE
           END-IF.

      *    The accrual record is brought to the day: the posted
      *    whole-oere amount comes out, the residue stays, and the
      *    date is set so the Opgave30 capitalization does not
      *    credit the same interest again.
           KAPITALISER-RENTE.
           IF WS-RENTE-BELOB > ZEROES
               MOVE SPACES TO TRANSAKTIONREC
               MOVE WS-VALGT-KONTONUMMER
                   TO TP-KONTONUMMER IN TRANSAKTIONREC
               MOVE WS-RENTE-SIDE TO TP-TRANS-TYPE IN TRANSAKTIONREC
               MOVE WS-RENTE-BELOB TO TP-BELOB IN TRANSAKTIONREC
               MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC
               IF WS-RENTE-SIDE = "K"
                   MOVE "Rente ved bankskifte"
                       TO TP-TEKST IN TRANSAKTIONREC
                   MOVE WS-RENTE-BELOB TO WS-RIB-BELOB
                   SUBTRACT WS-RENTE-BELOB FROM WS-ACR-NY
               ELSE
                   MOVE "Negativ rente ved bankskifte"
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
           MOVE "Gebyr ved bankskifte" TO TP-TEKST IN TRANSAKTIONREC.
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
           MOVE BSK-MODTAGER-IBAN TO UB-IBAN.
           MOVE WS-UDBETALING TO UB-BELOB.
           MOVE WS-DAGS-DATO TO UB-DATO.
           MOVE "Bankskifte" TO UB-TEKST.
           WRITE UDBETALINGREC.
           CLOSE UDBETALINGFILE.

      *    Retired the Opgave56 way: deleted, with the order number
      *    and its amount on the audit log.
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
                               CALL "AUDITLOG" USING WS-EGEN-BRUGER
                                   WS-AUDIT-ID
                                   WS-OLD-BELOB WS-NEW-BELOB
                                   WS-AUDIT-RESULT
                               ADD 1 TO WS-ORDRE-ANTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FASTEORDREFILE
           END-IF.
           ADD WS-ORDRE-ANTAL TO WS-CTL-ORDRER.

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
      *    postings move it - so AUDITLOG carries it as both old
      *    and new, the Opgave38 status-change entry.
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
                   CALL "AUDITLOG" USING WS-EGEN-BRUGER
                       KUNDE-ID IN KONTOOPLREC
                       WS-OLD-BALANCE WS-NEW-BALANCE
                       WS-AUDIT-RESULT
           END-READ.
           CLOSE KONTOOPLFILE.

           SKRIV-OPHOERSLOG.
           OPEN EXTEND OPHOERSLOGOUT.
           IF WS-OLG-STATUS = "35"
               OPEN OUTPUT OPHOERSLOGOUT
           END-IF.
           MOVE WS-UDBETALING TO WS-BELOB-ED.
           MOVE SPACES TO WS-LOG-LINE.
           STRING WS-DAGS-DATO " " WS-VALGT-KONTONUMMER " LUKKET AF "
               WS-EGEN-BRUGER " UDBETALT " WS-BELOB-ED " E "
               BSK-MODTAGER-IBAN
               DELIMITED BY SIZE INTO WS-LOG-LINE.
           MOVE WS-LOG-LINE TO OPHOERSLOGLINE.
           WRITE OPHOERSLOGLINE.
           CLOSE OPHOERSLOGOUT.

      *    Same line as the Opgave100 registration writes.
           SKRIV-RAPPORTLINJE.
           OPEN EXTEND SKIFTERAPPORTOUT.
           IF WS-BSR-STATUS = "35"
               OPEN OUTPUT SKIFTERAPPORTOUT
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-DAGS-DATO " " BSK-KUNDE-ID " "
               BSK-KONTONUMMER " " WS-RAPPORT-TEKST
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO SKIFTERAPPORTLINE.
           WRITE SKIFTERAPPORTLINE.
           CLOSE SKIFTERAPPORTOUT.

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

           SKRIV-KOERSELSOVERSIGT.
           MOVE WS-CTL-UDBETALT TO WS-CTL-UDBETALT-ED.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE101 - KOERSELSOVERSIGT".
           DISPLAY "REGISTRERINGER LAEST:    " WS-CTL-LAEST.
           DISPLAY "FORFALDNE SKIFTER:       " WS-CTL-FORFALDNE.
           DISPLAY "OVERDRAGET:              " WS-CTL-UDFOERT.
           DISPLAY "UDSKUDT:                 " WS-CTL-UDSKUDT.
           DISPLAY "IKKE OVERDRAGET:         " WS-CTL-FEJLET.
           DISPLAY "FASTE ORDRER OPHOERT:    " WS-CTL-ORDRER.
           DISPLAY "UDBETALT I ALT:    " WS-CTL-UDBETALT-ED.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE101: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-UDFOERT TO WS-STAT-SKREVET.
           MOVE WS-CTL-FEJLET TO WS-STAT-AFVIST.
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
           MOVE "OPGAV101" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
