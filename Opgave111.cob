           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE111.

      *    Interest-rate sensitivity: what a parallel rate shift
      *    would do to twelve months of interest income and
      *    expense, asked for ahead of an Opgave72 repricing. Run
      *    on demand; it reads the book and the rate tables and
      *    writes RenteSimulering.txt, nothing else - no rate,
      *    balance or plan is touched.
      *
      *    The operator keys the calculation date and then one
      *    shift in basis points per currency (a currency not keyed
      *    is left unshifted). The rates in force on that date are
      *    taken the way the live runs take them, then projected
      *    twice, as they are and shifted:
      *
      *      - deposit-type accounts on KontoOpl.txt: the tiered
      *        TrinRentesatser.txt band (TRINRENTEOPSLAG) or else
      *        the account's own RENTESATS, the Opgave29 rule, on a
      *        balance held flat for the year. A RepricingPlan.txt
      *        change that has fallen due by the date is taken as
      *        done. A term deposit on AftaleKonti.txt keeps its
      *        rate until its maturity date and only takes the
      *        shift for the months after it
      *      - LAAN accounts: the Opgave58 installment schedule on
      *        LaanKonti.txt run forward twelve months (four for a
      *        quarterly loan) at the account's RENTESATS, the
      *        fixed installment paying down more or less principal
      *        as the rate moves; a loan without terms is held flat
      *      - customer balances on Kundeoplysninger.txt: the
      *        Rentesatser.txt rate in force on the date (the
      *        newest row not after it, as RENTESATSOPSLAG picks
      *        it) applied as Opgave15 posts it each month-end,
      *        shown under the type KUND
      *
      *    Interest the bank pays is expense, interest it is paid -
      *    a loan, or a negative band on a deposit - is income. The
      *    report shows base case against shifted case per
      *    KONTOTYPE and currency, in that currency, with a net
      *    line per currency.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
      *    Both only ever looked up one account at a time by
      *    KONTONUMMER.
           SELECT LAANKONTOFILE ASSIGN TO "LaanKonti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAN-KONTONUMMER OF LAANKONTOREC
               FILE STATUS IS WS-LAN-STATUS.
           SELECT AFTALEKONTOFILE ASSIGN TO "AftaleKonti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATK-KONTONUMMER OF AFTALEKONTOREC
               FILE STATUS IS WS-ATK-STATUS.
           SELECT RENTESATSFILEIN ASSIGN TO "Rentesatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSA-STATUS.
           SELECT PLANFILE ASSIGN TO "RepricingPlan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLA-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "RenteSimulering.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

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

           FD AFTALEKONTOFILE.
           01 AFTALEKONTOREC.
               COPY "AFTALEKONTO.cpy".

           FD RENTESATSFILEIN.
           01 RENTESATSREC.
               02 RSA-VALUTAKODE           PIC X(3).
               02 RSA-RENTESATS            PIC 9(2)V9(4).
               02 RSA-EFFEKTIV-DATO        PIC 9(8).

      *    RepricingPlan.txt as Opgave72 writes it.
           FD PLANFILE.
           01 PLANREC.
               02 PLA-STATUS               PIC X(1).
                  88 PLA-ER-PLANLAGT       VALUE "P".
                  88 PLA-ER-UDFOERT        VALUE "U".
               02 PLA-KONTOTYPE            PIC X(4).
               02 PLA-GAMMEL-SATS          PIC 9(2)V9(4).
               02 PLA-NY-SATS              PIC 9(2)V9(4).
               02 PLA-EFFEKTIV-DATO        PIC 9(8).
               02 PLA-VARSLET-DATO         PIC 9(8).

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-LAN-STATUS                PIC X(2).
           01 WS-ATK-STATUS                PIC X(2).
           01 WS-RSA-STATUS                PIC X(2).
           01 WS-PLA-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-SLUT-PAA-SKIFT            PIC X(1) VALUE "N".

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-AAR              PIC 9(4).
               02 WS-DAGS-MAANED           PIC 9(2).
               02 WS-DAGS-DAG              PIC 9(2).
           01 WS-UDLOEB-DATO               PIC 9(8) VALUE ZEROES.
           01 WS-UDLOEB-DATO-X REDEFINES WS-UDLOEB-DATO.
               02 WS-UDLOEB-AAR            PIC 9(4).
               02 WS-UDLOEB-MAANED         PIC 9(2).
               02 WS-UDLOEB-DAG            PIC 9(2).

      *    The shifts keyed at the console: a currency, then a sign
      *    and four digits of basis points.
           01 WS-INDTAST-VALUTA            PIC X(3) VALUE SPACES.
           01 WS-INDTAST-SKIFT             PIC X(5) VALUE SPACES.
           01 WS-INDTAST-SKIFT-X REDEFINES WS-INDTAST-SKIFT.
               02 WS-INDTAST-FORTEGN       PIC X(1).
               02 WS-INDTAST-BP            PIC 9(4).
           01 WS-SK-ANTAL                  PIC 9(2) VALUE ZEROES.
           01 WS-SK-TABEL.
               02 WS-SK-POST OCCURS 20 TIMES.
                   03 SK-VALUTA            PIC X(3).
                   03 SK-BP                PIC S9(4).
           01 WS-SK-IX                     PIC 9(2) VALUE ZEROES.
           01 WS-SKIFT-BP                  PIC S9(4) VALUE ZEROES.
           01 WS-SKIFT-BP-ED               PIC -(4)9 VALUE ZEROES.
           01 WS-SKIFT-PCT                 PIC S9(2)V9(4) VALUE ZEROES.

      *    Rentesatser.txt as it stands on the calculation date.
           01 WS-RS-ANTAL                  PIC 9(2) VALUE ZEROES.
           01 WS-RS-TABEL.
               02 WS-RS-POST OCCURS 30 TIMES.
                   03 RS-VALUTA            PIC X(3).
                   03 RS-SATS              PIC 9(2)V9(4).
                   03 RS-DATO              PIC 9(8).
           01 WS-RS-IX                     PIC 9(2) VALUE ZEROES.

      *    Repricings due by the calculation date and not yet
      *    carried out.
           01 WS-PL-ANTAL                  PIC 9(2) VALUE ZEROES.
           01 WS-PL-TABEL.
               02 WS-PL-POST OCCURS 50 TIMES.
                   03 PL-KONTOTYPE         PIC X(4).
                   03 PL-GAMMEL-SATS       PIC 9(2)V9(4).
                   03 PL-NY-SATS           PIC 9(2)V9(4).
           01 WS-PL-IX                     PIC 9(2) VALUE ZEROES.

           01 WS-VALUTA                    PIC X(3) VALUE SPACES.
           01 WS-KONTOTYPE                 PIC X(4) VALUE SPACES.
           01 WS-TRIN-SATS                 PIC S9(2)V9(4) VALUE ZEROES.
           01 WS-TRIN-RESULT               PIC X(1) VALUE SPACES.
           01 WS-KONTO-SATS                PIC 9(2)V9(4) VALUE ZEROES.
           01 WS-BASIS-SATS                PIC S9(2)V9(4) VALUE ZEROES.
           01 WS-STOED-SATS                PIC S9(2)V9(4) VALUE ZEROES.
           01 WS-SALDO                     PIC S9(9)V99 VALUE ZEROES.
           01 WS-FAST-MDR                  PIC 9(3) VALUE ZEROES.
           01 WS-LIVSSTATUS                PIC X(1) VALUE SPACES.
           01 WS-LIVSSTATUS-RESULT         PIC X(1) VALUE SPACES.

      *    Twelve months of interest seen from the customer: above
      *    zero the bank pays it, below zero the bank earns it.
           01 WS-BASIS-RENTE               PIC S9(9)V99 VALUE ZEROES.
           01 WS-STOED-RENTE               PIC S9(9)V99 VALUE ZEROES.

      *    One loan schedule run forward at one rate.
           01 WS-LP-SATS                   PIC S9(2)V9(4) VALUE ZEROES.
           01 WS-LP-RESTGAELD              PIC S9(9)V99 VALUE ZEROES.
           01 WS-LP-TERMINER               PIC 9(3) VALUE ZEROES.
           01 WS-LP-TERMIN-IX              PIC 9(3) VALUE ZEROES.
           01 WS-LP-RENTEDEL               PIC S9(7)V99 VALUE ZEROES.
           01 WS-LP-AFDRAG                 PIC S9(9)V99 VALUE ZEROES.
           01 WS-LP-RENTE-I-ALT            PIC S9(9)V99 VALUE ZEROES.

      *    Results per KONTOTYPE and currency, kept in currency
      *    then type order as rows are added.
           01 WS-RT-ANTAL                  PIC 9(3) VALUE ZEROES.
           01 WS-RT-TABEL.
               02 WS-RT-POST OCCURS 101 TIMES.
                   03 RT-VALUTA            PIC X(3).
                   03 RT-KONTOTYPE         PIC X(4).
                   03 RT-SALDO             PIC S9(11)V99.
                   03 RT-BASIS-IND         PIC S9(11)V99.
                   03 RT-BASIS-UD          PIC S9(11)V99.
                   03 RT-STOED-IND         PIC S9(11)V99.
                   03 RT-STOED-UD          PIC S9(11)V99.
           01 WS-RT-IX                     PIC 9(3) VALUE ZEROES.
           01 WS-RT-FLYT-IX                PIC 9(3) VALUE ZEROES.
           01 WS-RT-MATCH                  PIC X(1) VALUE "N".

           01 WS-NETTO-BASIS               PIC S9(11)V99 VALUE ZEROES.
           01 WS-NETTO-STOED               PIC S9(11)V99 VALUE ZEROES.
           01 WS-AENDRING                  PIC S9(11)V99 VALUE ZEROES.
           01 WS-SUM-VALUTA                PIC X(3) VALUE SPACES.
           01 WS-SUM-BASIS                 PIC S9(11)V99 VALUE ZEROES.
           01 WS-SUM-STOED                 PIC S9(11)V99 VALUE ZEROES.

           01 WS-SALDO-ED                  PIC -(10)9.99 VALUE ZEROES.
           01 WS-BASIS-IND-ED              PIC -(9)9.99 VALUE ZEROES.
           01 WS-BASIS-UD-ED               PIC -(9)9.99 VALUE ZEROES.
           01 WS-STOED-IND-ED              PIC -(9)9.99 VALUE ZEROES.
           01 WS-STOED-UD-ED               PIC -(9)9.99 VALUE ZEROES.
           01 WS-NETTO-BASIS-ED            PIC -(9)9.99 VALUE ZEROES.
           01 WS-NETTO-STOED-ED            PIC -(9)9.99 VALUE ZEROES.
           01 WS-AENDRING-ED               PIC -(9)9.99 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-CTL-KONTI                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-LAAN-PLAN             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-LAAN-FLAD             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-AFTALE-BUNDET         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-TRINPRISET            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-REPRISET              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KUNDER                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KUNDE-UDEN-SATS       PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SPRUNGET-OVER         PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV111".
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
           PERFORM SIMULER-RENTEFOELSOMHED.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           SIMULER-RENTEFOELSOMHED.
           DISPLAY "BEREGNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           PERFORM UNTIL WS-SLUT-PAA-SKIFT = "Y"
               PERFORM INDLAES-ET-SKIFT
           END-PERFORM.

           PERFORM INDLAES-RENTESATSER.
           PERFORM INDLAES-REPRICINGPLANER.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
      *    Either file may be missing: the accounts are then simply
      *    held flat.
           OPEN INPUT LAANKONTOFILE.
           OPEN INPUT AFTALEKONTOFILE.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KONTO-ER-AKTIV
                           ADD 1 TO WS-CTL-KONTI
                           PERFORM SIMULER-KONTO
                       ELSE
                           ADD 1 TO WS-CTL-SPRUNGET-OVER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KONTOOPLFILE.
           IF WS-LAN-STATUS NOT = "35"
               CLOSE LAANKONTOFILE
           END-IF.
           IF WS-ATK-STATUS NOT = "35"
               CLOSE AFTALEKONTOFILE
           END-IF.

           PERFORM SIMULER-KUNDESALDI.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open RenteSimulering.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-RAPPORT.
           CLOSE RAPPORTOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           INDLAES-ET-SKIFT.
           MOVE SPACES TO WS-INDTAST-VALUTA.
           DISPLAY "VALUTAKODE (blank = ikke flere): "
               WITH NO ADVANCING.
           ACCEPT WS-INDTAST-VALUTA.
           IF WS-INDTAST-VALUTA = SPACES
               MOVE "Y" TO WS-SLUT-PAA-SKIFT
           ELSE
               MOVE SPACES TO WS-INDTAST-SKIFT
               DISPLAY "SKIFT I BASISPUNKTER (+9999/-9999): "
                   WITH NO ADVANCING
               ACCEPT WS-INDTAST-SKIFT
               IF (WS-INDTAST-FORTEGN NOT = "+"
                   AND WS-INDTAST-FORTEGN NOT = "-")
                   OR WS-INDTAST-BP NOT NUMERIC
                   DISPLAY "Ugyldigt skift - angiv fortegn og fire "
                       "cifre, fx +0100."
               ELSE
                   PERFORM GEM-SKIFT
               END-IF
           END-IF.

      *    Keying a currency again replaces its shift.
           GEM-SKIFT.
           MOVE WS-INDTAST-BP TO WS-SKIFT-BP.
           IF WS-INDTAST-FORTEGN = "-"
               COMPUTE WS-SKIFT-BP = ZEROES - WS-INDTAST-BP
           END-IF.
           MOVE 1 TO WS-SK-IX.
           PERFORM UNTIL WS-SK-IX > WS-SK-ANTAL
               OR SK-VALUTA(WS-SK-IX) = WS-INDTAST-VALUTA
               ADD 1 TO WS-SK-IX
           END-PERFORM.
           IF WS-SK-IX > WS-SK-ANTAL
               IF WS-SK-ANTAL >= 20
                   DISPLAY "Hoejst 20 valutaer - skift ikke gemt."
               ELSE
                   ADD 1 TO WS-SK-ANTAL
                   MOVE WS-INDTAST-VALUTA TO SK-VALUTA(WS-SK-ANTAL)
                   MOVE WS-SKIFT-BP TO SK-BP(WS-SK-ANTAL)
               END-IF
           ELSE
               MOVE WS-SKIFT-BP TO SK-BP(WS-SK-IX)
           END-IF.

           FIND-SKIFT.
           MOVE ZEROES TO WS-SKIFT-BP.
           MOVE 1 TO WS-SK-IX.
           PERFORM UNTIL WS-SK-IX > WS-SK-ANTAL
               IF SK-VALUTA(WS-SK-IX) = WS-VALUTA
                   MOVE SK-BP(WS-SK-IX) TO WS-SKIFT-BP
               END-IF
               ADD 1 TO WS-SK-IX
           END-PERFORM.
           COMPUTE WS-SKIFT-PCT = WS-SKIFT-BP / 100.

      *    The newest row per currency not after the calculation
      *    date, the RENTESATSOPSLAG rule with the date moved.
           INDLAES-RENTESATSER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT RENTESATSFILEIN.
           IF WS-RSA-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Rentesatser.txt ikke fundet, "
                   "kundesaldi medtages ikke"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ RENTESATSFILEIN
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF RSA-EFFEKTIV-DATO <= WS-DAGS-DATO
                               PERFORM GEM-RENTESATS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTESATSFILEIN
           END-IF.

           GEM-RENTESATS.
           MOVE 1 TO WS-RS-IX.
           PERFORM UNTIL WS-RS-IX > WS-RS-ANTAL
               OR RS-VALUTA(WS-RS-IX) = RSA-VALUTAKODE
               ADD 1 TO WS-RS-IX
           END-PERFORM.
           IF WS-RS-IX > WS-RS-ANTAL
               IF WS-RS-ANTAL < 30
                   ADD 1 TO WS-RS-ANTAL
                   MOVE RSA-VALUTAKODE TO RS-VALUTA(WS-RS-ANTAL)
                   MOVE RSA-RENTESATS TO RS-SATS(WS-RS-ANTAL)
                   MOVE RSA-EFFEKTIV-DATO TO RS-DATO(WS-RS-ANTAL)
               END-IF
           ELSE
               IF RSA-EFFEKTIV-DATO > RS-DATO(WS-RS-IX)
                   MOVE RSA-RENTESATS TO RS-SATS(WS-RS-IX)
                   MOVE RSA-EFFEKTIV-DATO TO RS-DATO(WS-RS-IX)
               END-IF
           END-IF.

           INDLAES-REPRICINGPLANER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT PLANFILE.
           IF WS-PLA-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ PLANFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF PLA-ER-PLANLAGT
                               AND PLA-EFFEKTIV-DATO <= WS-DAGS-DATO
                               AND WS-PL-ANTAL < 50
                               ADD 1 TO WS-PL-ANTAL
                               MOVE PLA-KONTOTYPE
                                   TO PL-KONTOTYPE(WS-PL-ANTAL)
                               MOVE PLA-GAMMEL-SATS
                                   TO PL-GAMMEL-SATS(WS-PL-ANTAL)
                               MOVE PLA-NY-SATS
                                   TO PL-NY-SATS(WS-PL-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANFILE
           END-IF.

      *    The account's own rate, moved by any repricing due by
      *    the calculation date - the Opgave72 effektuering
      *    criteria.
           FIND-KONTO-SATS.
           MOVE RENTESATS IN KONTOOPLREC TO WS-KONTO-SATS.
           MOVE 1 TO WS-PL-IX.
           PERFORM UNTIL WS-PL-IX > WS-PL-ANTAL
               IF PL-KONTOTYPE(WS-PL-IX) = KONTOTYPE IN KONTOOPLREC
                   AND PL-GAMMEL-SATS(WS-PL-IX) = WS-KONTO-SATS
                   MOVE PL-NY-SATS(WS-PL-IX) TO WS-KONTO-SATS
                   ADD 1 TO WS-CTL-REPRISET
                   MOVE WS-PL-ANTAL TO WS-PL-IX
               END-IF
               ADD 1 TO WS-PL-IX
           END-PERFORM.

           SIMULER-KONTO.
           MOVE VALUTAKODE IN KONTOOPLREC TO WS-VALUTA.
           IF WS-VALUTA = SPACES
               MOVE "DKK" TO WS-VALUTA
           END-IF.
           MOVE KONTOTYPE IN KONTOOPLREC TO WS-KONTOTYPE.
           PERFORM FIND-SKIFT.
           PERFORM FIND-KONTO-SATS.
           IF KONTOTYPE IN KONTOOPLREC = "LAAN"
               PERFORM SIMULER-LAAN
           ELSE
               PERFORM SIMULER-INDLAAN
           END-IF.
           PERFORM BOGFOER-RESULTAT.

           SIMULER-INDLAAN.
           MOVE BALANCE IN KONTOOPLREC TO WS-SALDO.
           CALL "TRINRENTEOPSLAG" USING
               KONTOTYPE IN KONTOOPLREC
               BALANCE IN KONTOOPLREC
               WS-TRIN-SATS
               WS-TRIN-RESULT.
           IF WS-TRIN-RESULT = "M"
               MOVE WS-TRIN-SATS TO WS-BASIS-SATS
               ADD 1 TO WS-CTL-TRINPRISET
           ELSE
               MOVE WS-KONTO-SATS TO WS-BASIS-SATS
           END-IF.
           COMPUTE WS-STOED-SATS = WS-BASIS-SATS + WS-SKIFT-PCT.
           PERFORM FIND-BUNDNE-MAANEDER.
           COMPUTE WS-BASIS-RENTE ROUNDED =
               WS-SALDO * WS-BASIS-SATS / 100.
           COMPUTE WS-STOED-RENTE ROUNDED =
               WS-SALDO * WS-BASIS-SATS / 100 * WS-FAST-MDR / 12
               + WS-SALDO * WS-STOED-SATS / 100
                   * (12 - WS-FAST-MDR) / 12.

      *    Whole months a term deposit is still bound at its
      *    agreed rate, counted from the calculation date to the
      *    maturity date and capped at the twelve projected.
           FIND-BUNDNE-MAANEDER.
           MOVE ZEROES TO WS-FAST-MDR.
           IF WS-ATK-STATUS NOT = "35"
               MOVE KONTONUMMER IN KONTOOPLREC TO ATK-KONTONUMMER
               READ AFTALEKONTOFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATK-ER-AKTIV
                           AND ATK-UDLOEBSDATO > WS-DAGS-DATO
                           PERFORM TAEL-BUNDNE-MAANEDER
                       END-IF
               END-READ
           END-IF.

           TAEL-BUNDNE-MAANEDER.
           ADD 1 TO WS-CTL-AFTALE-BUNDET.
           MOVE ATK-UDLOEBSDATO TO WS-UDLOEB-DATO.
           IF WS-UDLOEB-AAR > WS-DAGS-AAR + 1
               MOVE 12 TO WS-FAST-MDR
           ELSE
               COMPUTE WS-FAST-MDR =
                   (WS-UDLOEB-AAR - WS-DAGS-AAR) * 12
                   + WS-UDLOEB-MAANED - WS-DAGS-MAANED
               IF WS-FAST-MDR > 12
                   MOVE 12 TO WS-FAST-MDR
               END-IF
           END-IF.

      *    The schedule is run once at the rate in force and once
      *    shifted; the loan's interest is the bank's income, so it
      *    is turned negative on the way out.
           SIMULER-LAAN.
           MOVE BALANCE IN KONTOOPLREC TO WS-SALDO.
           MOVE WS-KONTO-SATS TO WS-BASIS-SATS.
           COMPUTE WS-STOED-SATS = WS-BASIS-SATS + WS-SKIFT-PCT.
           MOVE "N" TO WS-RT-MATCH.
           IF WS-LAN-STATUS NOT = "35"
               MOVE KONTONUMMER IN KONTOOPLREC TO LAN-KONTONUMMER
               READ LAANKONTOFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LAN-ER-AKTIV
                           MOVE "Y" TO WS-RT-MATCH
                       END-IF
               END-READ
           END-IF.
           IF WS-RT-MATCH = "Y"
               ADD 1 TO WS-CTL-LAAN-PLAN
               MOVE WS-BASIS-SATS TO WS-LP-SATS
               PERFORM KOER-LAANEPLAN
               COMPUTE WS-BASIS-RENTE = ZEROES - WS-LP-RENTE-I-ALT
               MOVE WS-STOED-SATS TO WS-LP-SATS
               PERFORM KOER-LAANEPLAN
               COMPUTE WS-STOED-RENTE = ZEROES - WS-LP-RENTE-I-ALT
           ELSE
               ADD 1 TO WS-CTL-LAAN-FLAD
               COMPUTE WS-BASIS-RENTE ROUNDED =
                   ZEROES - WS-SALDO * WS-BASIS-SATS / 100
               COMPUTE WS-STOED-RENTE ROUNDED =
                   ZEROES - WS-SALDO * WS-STOED-SATS / 100
           END-IF.

      *    The Opgave58 BEREGN-TERMIN split, term by term, for the
      *    terms that fall within the year.
           KOER-LAANEPLAN.
           MOVE LAN-RESTGAELD TO WS-LP-RESTGAELD.
           MOVE ZEROES TO WS-LP-RENTE-I-ALT.
           IF LAN-ER-KVARTAL
               MOVE 4 TO WS-LP-TERMINER
           ELSE
               MOVE 12 TO WS-LP-TERMINER
           END-IF.
           IF LAN-REST-TERMINER < WS-LP-TERMINER
               MOVE LAN-REST-TERMINER TO WS-LP-TERMINER
           END-IF.
           MOVE 1 TO WS-LP-TERMIN-IX.
           PERFORM UNTIL WS-LP-TERMIN-IX > WS-LP-TERMINER
               OR WS-LP-RESTGAELD NOT > ZEROES
               IF LAN-ER-KVARTAL
                   COMPUTE WS-LP-RENTEDEL ROUNDED =
                       WS-LP-RESTGAELD * WS-LP-SATS / 100 / 4
               ELSE
                   COMPUTE WS-LP-RENTEDEL ROUNDED =
                       WS-LP-RESTGAELD * WS-LP-SATS / 100 / 12
               END-IF
               COMPUTE WS-LP-AFDRAG = LAN-YDELSE - WS-LP-RENTEDEL
               IF WS-LP-AFDRAG > WS-LP-RESTGAELD
                   MOVE WS-LP-RESTGAELD TO WS-LP-AFDRAG
               END-IF
               IF WS-LP-AFDRAG < ZEROES
                   MOVE ZEROES TO WS-LP-AFDRAG
               END-IF
               ADD WS-LP-RENTEDEL TO WS-LP-RENTE-I-ALT
               SUBTRACT WS-LP-AFDRAG FROM WS-LP-RESTGAELD
               ADD 1 TO WS-LP-TERMIN-IX
           END-PERFORM.

      *    Opgave15 posts BALANCE * rate / 100 to the customer at
      *    every month-end; twelve postings on a flat balance.
           SIMULER-KUNDESALDI.
           IF WS-RS-ANTAL > ZEROES
               MOVE ZEROES TO WS-END-OF-FILE
               OPEN INPUT KUNDEOPLFILE
               IF WS-KOI-STATUS NOT = "00"
                   STRING "Open Kundeoplysninger.txt failed, "
                       "status " WS-KOI-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KUNDEOPLFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM SIMULER-KUNDE
                   END-READ
               END-PERFORM
               CLOSE KUNDEOPLFILE
           END-IF.

           SIMULER-KUNDE.
           CALL "KUNDESTATUSOPSLAG" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-LIVSSTATUS
               WS-LIVSSTATUS-RESULT.
           IF WS-LIVSSTATUS = "A"
               MOVE VALUTAKODE IN KUNDEOPLREC TO WS-VALUTA
               MOVE 1 TO WS-RS-IX
               PERFORM UNTIL WS-RS-IX > WS-RS-ANTAL
                   OR RS-VALUTA(WS-RS-IX) = WS-VALUTA
                   ADD 1 TO WS-RS-IX
               END-PERFORM
               IF WS-RS-IX > WS-RS-ANTAL
                   ADD 1 TO WS-CTL-KUNDE-UDEN-SATS
               ELSE
                   ADD 1 TO WS-CTL-KUNDER
                   IF WS-VALUTA = SPACES
                       MOVE "DKK" TO WS-VALUTA
                   END-IF
                   PERFORM FIND-SKIFT
                   MOVE "KUND" TO WS-KONTOTYPE
                   MOVE BALANCE IN KUNDEOPLREC TO WS-SALDO
                   MOVE RS-SATS(WS-RS-IX) TO WS-BASIS-SATS
                   COMPUTE WS-STOED-SATS =
                       WS-BASIS-SATS + WS-SKIFT-PCT
                   COMPUTE WS-BASIS-RENTE ROUNDED =
                       WS-SALDO * WS-BASIS-SATS / 100 * 12
                   COMPUTE WS-STOED-RENTE ROUNDED =
                       WS-SALDO * WS-STOED-SATS / 100 * 12
                   PERFORM BOGFOER-RESULTAT
               END-IF
           END-IF.

           BOGFOER-RESULTAT.
           PERFORM FIND-RESULTATLINJE.
           ADD WS-SALDO TO RT-SALDO(WS-RT-IX).
           IF WS-BASIS-RENTE > ZEROES
               ADD WS-BASIS-RENTE TO RT-BASIS-UD(WS-RT-IX)
           ELSE
               SUBTRACT WS-BASIS-RENTE FROM RT-BASIS-IND(WS-RT-IX)
           END-IF.
           IF WS-STOED-RENTE > ZEROES
               ADD WS-STOED-RENTE TO RT-STOED-UD(WS-RT-IX)
           ELSE
               SUBTRACT WS-STOED-RENTE FROM RT-STOED-IND(WS-RT-IX)
           END-IF.

      *    A new row is slotted in at its place in currency and
      *    type order, the rows after it moved one down.
           FIND-RESULTATLINJE.
           MOVE "N" TO WS-RT-MATCH.
           MOVE 1 TO WS-RT-IX.
           PERFORM UNTIL WS-RT-MATCH = "Y"
               OR WS-RT-IX > WS-RT-ANTAL
               IF RT-VALUTA(WS-RT-IX) = WS-VALUTA
                   AND RT-KONTOTYPE(WS-RT-IX) = WS-KONTOTYPE
                   MOVE "Y" TO WS-RT-MATCH
               ELSE
                   IF RT-VALUTA(WS-RT-IX) > WS-VALUTA
                       OR (RT-VALUTA(WS-RT-IX) = WS-VALUTA
                       AND RT-KONTOTYPE(WS-RT-IX) > WS-KONTOTYPE)
                       MOVE "I" TO WS-RT-MATCH
                   ELSE
                       ADD 1 TO WS-RT-IX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RT-MATCH NOT = "Y"
               IF WS-RT-ANTAL >= 100
                   MOVE "Mere end 100 kontotyper og valutaer"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE WS-RT-ANTAL TO WS-RT-FLYT-IX
               PERFORM UNTIL WS-RT-FLYT-IX < WS-RT-IX
                   MOVE WS-RT-POST(WS-RT-FLYT-IX)
                       TO WS-RT-POST(WS-RT-FLYT-IX + 1)
                   SUBTRACT 1 FROM WS-RT-FLYT-IX
               END-PERFORM
               ADD 1 TO WS-RT-ANTAL
               MOVE WS-VALUTA TO RT-VALUTA(WS-RT-IX)
               MOVE WS-KONTOTYPE TO RT-KONTOTYPE(WS-RT-IX)
               MOVE ZEROES TO RT-SALDO(WS-RT-IX)
               MOVE ZEROES TO RT-BASIS-IND(WS-RT-IX)
               MOVE ZEROES TO RT-BASIS-UD(WS-RT-IX)
               MOVE ZEROES TO RT-STOED-IND(WS-RT-IX)
               MOVE ZEROES TO RT-STOED-UD(WS-RT-IX)
           END-IF.

           SKRIV-RAPPORT.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "RENTEFOELSOMHED - 12 MDR. NETTORENTEINDTAEGT "
               "PR. " WS-DAGS-DATO(1:4) "-" WS-DAGS-DATO(5:2) "-"
               WS-DAGS-DATO(7:2) " (SIMULERING, INTET OPDATERET)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           IF WS-SK-ANTAL = ZEROES
               MOVE "SKIFT: intet angivet" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.
           MOVE 1 TO WS-SK-IX.
           PERFORM UNTIL WS-SK-IX > WS-SK-ANTAL
               MOVE SK-BP(WS-SK-IX) TO WS-SKIFT-BP-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "SKIFT " SK-VALUTA(WS-SK-IX) ": "
                   WS-SKIFT-BP-ED " BP"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-RAPPORT-LINE TO RAPPORTLINE
               WRITE RAPPORTLINE
               ADD 1 TO WS-SK-IX
           END-PERFORM.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "VAL TYPE         SALDO    BASIS IND     BASIS UD"
               "    STOED IND     STOED UD  NETTO BASIS"
               "  NETTO STOED     AENDRING"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           MOVE ZEROES TO WS-SUM-BASIS.
           MOVE ZEROES TO WS-SUM-STOED.
           MOVE SPACES TO WS-SUM-VALUTA.
           MOVE 1 TO WS-RT-IX.
           PERFORM UNTIL WS-RT-IX > WS-RT-ANTAL
               IF RT-VALUTA(WS-RT-IX) NOT = WS-SUM-VALUTA
                   AND WS-SUM-VALUTA NOT = SPACES
                   PERFORM SKRIV-VALUTA-NETTO
               END-IF
               MOVE RT-VALUTA(WS-RT-IX) TO WS-SUM-VALUTA
               PERFORM SKRIV-RESULTATLINJE
               ADD 1 TO WS-RT-IX
           END-PERFORM.
           IF WS-SUM-VALUTA NOT = SPACES
               PERFORM SKRIV-VALUTA-NETTO
           END-IF.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE "IND = renter banken modtager, UD = renter banken "
               TO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "betaler; KUND = kundesaldi forrentet efter "
               "Rentesatser.txt. Beloeb i kontoens valuta."
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SKRIV-RESULTATLINJE.
           COMPUTE WS-NETTO-BASIS =
               RT-BASIS-IND(WS-RT-IX) - RT-BASIS-UD(WS-RT-IX).
           COMPUTE WS-NETTO-STOED =
               RT-STOED-IND(WS-RT-IX) - RT-STOED-UD(WS-RT-IX).
           COMPUTE WS-AENDRING = WS-NETTO-STOED - WS-NETTO-BASIS.
           ADD WS-NETTO-BASIS TO WS-SUM-BASIS.
           ADD WS-NETTO-STOED TO WS-SUM-STOED.
           MOVE RT-SALDO(WS-RT-IX) TO WS-SALDO-ED.
           MOVE RT-BASIS-IND(WS-RT-IX) TO WS-BASIS-IND-ED.
           MOVE RT-BASIS-UD(WS-RT-IX) TO WS-BASIS-UD-ED.
           MOVE RT-STOED-IND(WS-RT-IX) TO WS-STOED-IND-ED.
           MOVE RT-STOED-UD(WS-RT-IX) TO WS-STOED-UD-ED.
           MOVE WS-NETTO-BASIS TO WS-NETTO-BASIS-ED.
           MOVE WS-NETTO-STOED TO WS-NETTO-STOED-ED.
           MOVE WS-AENDRING TO WS-AENDRING-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING RT-VALUTA(WS-RT-IX) " " RT-KONTOTYPE(WS-RT-IX)
               WS-SALDO-ED WS-BASIS-IND-ED WS-BASIS-UD-ED
               WS-STOED-IND-ED WS-STOED-UD-ED WS-NETTO-BASIS-ED
               WS-NETTO-STOED-ED WS-AENDRING-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SKRIV-VALUTA-NETTO.
           COMPUTE WS-AENDRING = WS-SUM-STOED - WS-SUM-BASIS.
           MOVE WS-SUM-BASIS TO WS-NETTO-BASIS-ED.
           MOVE WS-SUM-STOED TO WS-NETTO-STOED-ED.
           MOVE WS-AENDRING TO WS-AENDRING-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-SUM-VALUTA " I ALT" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-NETTO-BASIS-ED TO WS-RAPPORT-LINE(75:13).
           MOVE WS-NETTO-STOED-ED TO WS-RAPPORT-LINE(88:13).
           MOVE WS-AENDRING-ED TO WS-RAPPORT-LINE(101:13).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE ZEROES TO WS-SUM-BASIS.
           MOVE ZEROES TO WS-SUM-STOED.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE111 - KOERSELSOVERSIGT".
           DISPLAY "AKTIVE KONTI:            " WS-CTL-KONTI.
           DISPLAY "IKKE AKTIVE, SPRUNGET:   " WS-CTL-SPRUNGET-OVER.
           DISPLAY "LAAN MED AFDRAGSPLAN:    " WS-CTL-LAAN-PLAN.
           DISPLAY "LAAN HOLDT FLADT:        " WS-CTL-LAAN-FLAD.
           DISPLAY "BUNDNE AFTALEKONTI:      " WS-CTL-AFTALE-BUNDET.
           DISPLAY "PRISET FRA TRINTABEL:    " WS-CTL-TRINPRISET.
           DISPLAY "REPRISET EFTER PLAN:     " WS-CTL-REPRISET.
           DISPLAY "KUNDESALDI:              " WS-CTL-KUNDER.
           DISPLAY "KUNDER UDEN RENTESATS:   " WS-CTL-KUNDE-UDEN-SATS.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE111: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           COMPUTE WS-STAT-LAEST = WS-CTL-KONTI + WS-CTL-KUNDER.
           MOVE WS-RT-ANTAL TO WS-STAT-SKREVET.
           MOVE WS-CTL-KUNDE-UDEN-SATS TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
