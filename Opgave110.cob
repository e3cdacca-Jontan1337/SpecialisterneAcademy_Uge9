           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE110.

      *    Monthly customer and branch profitability. Adds up, per
      *    KUNDE-ID, what the month earned and cost:
      *
      *      - fees: the month's blocks on GebyrRegister.txt
      *        (Opgave26), on their KONTONUMMER
      *      - penalty interest: the month's blocks on
      *        StrafrenteRegister.txt (Opgave31), on the customer
      *      - FX spread: the month's "FX spread" credits to the
      *        FxIndtaegtsKonto.txt account, read off
      *        TransHistorikIdx.txt and traced through their
      *        posting reference to the debited leg of the
      *        cross-currency transfer that paid them
      *      - interest margin: the funds transfer (FTP) value of
      *        the month's average balance (GennemsnitSaldo.txt,
      *        Opgave90) at the FtpSatser.txt rate for the
      *        currency (FTPSATSOPSLAG) - credited on a deposit,
      *        charged on a LAAN account - plus the interest the
      *        customer paid less the interest the bank paid, both
      *        off the month's RenteIndberetningGrundlag.txt lines
      *
      *    An account-level amount is shared evenly between the
      *    account's holders on KontoEjere.txt (the primary holder
      *    alone when the account has no rows there), so a
      *    co-held account counts for each holder and the totals
      *    still add up once. Everything is in DKK
      *    (VALUTAKONVERTER) and rolls up under the account's
      *    AFDELING. RentabilitetRapport.txt lists every customer,
      *    then the branch totals, then the ten least profitable
      *    customers whose average balances add up to at least the
      *    limit on RentabilitetGraense.txt (100.000 DKK when the
      *    file is missing).
      *
      *    The month's average balance is the running figure
      *    Opgave90 keeps, so the report belongs at month-end in
      *    the chain, after the month's fee, penalty and interest
      *    runs; run for an earlier month it shows no FTP leg.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KONTOEJERFILE ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEJ-NOEGLE OF KONTOEJERREC
               ALTERNATE RECORD KEY IS KEJ-KUNDE-ID OF KONTOEJERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KEJ-STATUS.
           SELECT GENNEMSNITFILE ASSIGN TO "GennemsnitSaldo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GNS-KONTONUMMER OF GENNEMSNITREC
               FILE STATUS IS WS-GNS-STATUS.
           SELECT TRANSHISTIDXFILE ASSIGN TO "TransHistorikIdx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THX-NOEGLE OF TRANSHISTIDXREC
               ALTERNATE RECORD KEY IS THX-REFERENCE
                   OF TRANSHISTIDXREC WITH DUPLICATES
               FILE STATUS IS WS-THX-STATUS.
           SELECT FXKONTOFILE ASSIGN TO "FxIndtaegtsKonto.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXK-STATUS.
           SELECT RENTEGRUNDLAGFILE
               ASSIGN TO "RenteIndberetningGrundlag.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.
           SELECT GEBYRREGISTERFILE ASSIGN TO "GebyrRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRI-STATUS.
           SELECT STRAFRENTEREGISTERFILE
               ASSIGN TO "StrafrenteRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRI-STATUS.
           SELECT GRAENSEFILE ASSIGN TO "RentabilitetGraense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRF-STATUS.
           SELECT PROFITSORT ASSIGN TO "Opgave110Sort.tmp".
           SELECT RAPPORTOUT ASSIGN TO "RentabilitetRapport.txt"
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

           FD KONTOEJERFILE.
           01 KONTOEJERREC.
               COPY "KONTOEJER.cpy".

           FD GENNEMSNITFILE.
           01 GENNEMSNITREC.
               COPY "GENNEMSNITSALDO.cpy".

           FD TRANSHISTIDXFILE.
           01 TRANSHISTIDXREC.
               COPY "TRANSHISTIDX.cpy".

           FD FXKONTOFILE.
           01 FXKONTOREC                   PIC X(20).

           FD RENTEGRUNDLAGFILE.
           01 RENTEGRUNDLAGREC.
               COPY "RENTEGRUNDLAG.cpy".

           FD GEBYRREGISTERFILE.
           01 GEBYRREGISTERLINE            PIC X(100).

           FD STRAFRENTEREGISTERFILE.
           01 STRAFRENTEREGISTERLINE       PIC X(100).

      *    Minimum summed average balance (DKK) for the
      *    least-profitable list.
           FD GRAENSEFILE.
           01 GRAENSEREC                   PIC 9(9)V99.

      *    One amount for one holder: what kind, in DKK, under the
      *    account's branch. The average balance rides on the FTP
      *    records only.
           SD PROFITSORT.
           01 PROFITSORTREC.
               02 PS-KUNDE-ID              PIC X(10).
               02 PS-AFDELING              PIC X(3).
               02 PS-ART                   PIC X(1).
                  88 PS-ER-GEBYR           VALUE "G".
                  88 PS-ER-STRAFRENTE      VALUE "S".
                  88 PS-ER-FX              VALUE "F".
                  88 PS-ER-RENTE-IND       VALUE "I".
                  88 PS-ER-RENTE-UD        VALUE "U".
                  88 PS-ER-FTP             VALUE "T".
               02 PS-BELOB                 PIC S9(9)V99.
               02 PS-SALDO                 PIC S9(9)V99.

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KEJ-STATUS                PIC X(2).
           01 WS-GNS-STATUS                PIC X(2).
           01 WS-THX-STATUS                PIC X(2).
           01 WS-FXK-STATUS                PIC X(2).
           01 WS-RGL-STATUS                PIC X(2).
           01 WS-GRI-STATUS                PIC X(2).
           01 WS-SRI-STATUS                PIC X(2).
           01 WS-GRF-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-EJERE              PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-REFERENCE          PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-SORT               PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-AAR              PIC 9(4).
               02 WS-DAGS-MAANED           PIC 9(2).
               02 WS-DAGS-DAG              PIC 9(2).
           01 WS-PERIODE                   PIC 9(6) VALUE ZEROES.
      *    The month as the history and the registers stamp it,
      *    YY/MM.
           01 WS-PERIODE-AAMM              PIC X(5) VALUE SPACES.
           01 WS-RIB-PERIODE               PIC 9(6) VALUE ZEROES.

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".
           01 WS-THX-FUNKTION              PIC X(1) VALUE "K".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-FX-KONTO                  PIC X(20) VALUE SPACES.
           01 WS-GEMT-THX-NOEGLE           PIC X(34) VALUE SPACES.
           01 WS-SOEG-REFERENCE            PIC 9(9) VALUE ZEROES.
           01 WS-FRA-KONTONUMMER           PIC X(20) VALUE SPACES.
           01 WS-GAMMEL-BALANCE            PIC 9(7)V99 VALUE ZEROES.
           01 WS-NY-BALANCE                PIC 9(7)V99 VALUE ZEROES.

      *    GebyrRegister.txt as Opgave26 writes it.
           01 WS-GEBYRLINJE.
               02 GR-KONTONUMMER           PIC X(20).
               02 FILLER                   PIC X(1).
               02 GR-KONTOTYPE             PIC X(4).
               02 FILLER                   PIC X(2).
               02 GR-GEBYR                 PIC Z(4)9.99.
               02 FILLER                   PIC X(65).
           01 WS-GEBYROVERSKRIFT REDEFINES WS-GEBYRLINJE.
               02 GR-OVERSKRIFT            PIC X(28).
               02 GR-KOERSELSDATO          PIC X(8).
               02 FILLER                   PIC X(64).

      *    StrafrenteRegister.txt as Opgave31 writes it.
           01 WS-STRAFRENTELINJE.
               02 SR-KUNDE-ID              PIC X(10).
               02 FILLER                   PIC X(2).
               02 SR-OVERTRAEK             PIC Z(6)9.99.
               02 FILLER                   PIC X(11).
               02 SR-STRAFRENTE            PIC Z(6)9.99.
               02 FILLER                   PIC X(57).
           01 WS-STRAFRENTEOVERSKRIFT REDEFINES WS-STRAFRENTELINJE.
               02 SR-OVERSKRIFT            PIC X(22).
               02 SR-KOERSELSDATO          PIC X(8).
               02 FILLER                   PIC X(70).

           01 WS-BLOK-I-PERIODE            PIC X(1) VALUE "N".

      *    The amount being shared out: on an account (holders off
      *    KontoEjere.txt) or on a customer. WS-FD-VALUTA spaces
      *    means the account's own currency.
           01 WS-FD-KONTONUMMER            PIC X(20) VALUE SPACES.
           01 WS-FD-KUNDE-ID               PIC X(10) VALUE SPACES.
           01 WS-FD-ART                    PIC X(1) VALUE SPACES.
           01 WS-FD-VALUTA                 PIC X(3) VALUE SPACES.
           01 WS-FD-AFDELING               PIC X(3) VALUE SPACES.
           01 WS-FD-BELOB                  PIC S9(7)V99 VALUE ZEROES.
           01 WS-FD-SALDO                  PIC S9(7)V99 VALUE ZEROES.
           01 WS-FD-BELOB-DKK              PIC S9(9)V99 VALUE ZEROES.
           01 WS-FD-SALDO-DKK              PIC S9(9)V99 VALUE ZEROES.
           01 WS-FD-REST-BELOB             PIC S9(9)V99 VALUE ZEROES.
           01 WS-FD-REST-SALDO             PIC S9(9)V99 VALUE ZEROES.
           01 WS-KONV-BELOB                PIC S9(7)V99 VALUE ZEROES.
           01 WS-KONV-DKK                  PIC S9(9)V99 VALUE ZEROES.
           01 WS-KONV-RESULT               PIC X(1) VALUE SPACES.

           01 WS-EJER-ANTAL                PIC 9(2) VALUE ZEROES.
           01 WS-EJER-TABEL.
               02 WS-EJER-KUNDE-ID OCCURS 20 TIMES
                                           PIC X(10).
           01 WS-EJER-IX                   PIC 9(2) VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

      *    FTP rates looked up once per currency.
           01 WS-FT-ANTAL                  PIC 9(2) VALUE ZEROES.
           01 WS-FT-TABEL.
               02 WS-FT-POST OCCURS 30 TIMES.
                   03 FT-VALUTA            PIC X(3).
                   03 FT-SATS              PIC 9(2)V9(4).
                   03 FT-FUNDET            PIC X(1).
           01 WS-FT-IX                     PIC 9(2) VALUE ZEROES.
           01 WS-FTP-SATS                  PIC 9(2)V9(4) VALUE ZEROES.
           01 WS-FTP-RESULT                PIC X(1) VALUE SPACES.
           01 WS-FTP-VALUTA                PIC X(3) VALUE SPACES.

           01 WS-VAESENTLIG-SALDO          PIC 9(9)V99
                                           VALUE 100000.00.

      *    The customer being added up in the sort output.
           01 WS-FIRST-GROUP               PIC X(1) VALUE "Y".
           01 WS-CU-KUNDE-ID               PIC X(10) VALUE SPACES.
           01 WS-CU-GEBYR                  PIC S9(9)V99 VALUE ZEROES.
           01 WS-CU-STRAFRENTE             PIC S9(9)V99 VALUE ZEROES.
           01 WS-CU-FX                     PIC S9(9)V99 VALUE ZEROES.
           01 WS-CU-MARGIN                 PIC S9(9)V99 VALUE ZEROES.
           01 WS-CU-RESULTAT               PIC S9(9)V99 VALUE ZEROES.
           01 WS-CU-SALDO                  PIC S9(9)V99 VALUE ZEROES.

      *    Branch totals, rolled up record by record under the
      *    account's own AFDELING.
           01 WS-AF-ANTAL                  PIC 9(2) VALUE ZEROES.
           01 WS-AF-TABEL.
               02 WS-AF-POST OCCURS 50 TIMES.
                   03 AF-AFDELING          PIC X(3).
                   03 AF-GEBYR             PIC S9(9)V99.
                   03 AF-STRAFRENTE        PIC S9(9)V99.
                   03 AF-FX                PIC S9(9)V99.
                   03 AF-MARGIN            PIC S9(9)V99.
                   03 AF-SALDO             PIC S9(9)V99.
           01 WS-AF-IX                     PIC 9(2) VALUE ZEROES.
           01 WS-AF-MATCH                  PIC X(1) VALUE "N".
           01 WS-AF-RESULTAT               PIC S9(9)V99 VALUE ZEROES.

      *    The ten least profitable customers so far, lowest
      *    result first.
           01 WS-BT-ANTAL                  PIC 9(2) VALUE ZEROES.
           01 WS-BT-TABEL.
               02 WS-BT-POST OCCURS 11 TIMES.
                   03 BT-KUNDE-ID          PIC X(10).
                   03 BT-RESULTAT          PIC S9(9)V99.
                   03 BT-SALDO             PIC S9(9)V99.
           01 WS-BT-IX                     PIC 9(2) VALUE ZEROES.
           01 WS-BT-BYT                    PIC X(32) VALUE SPACES.

           01 WS-GEBYR-ED                  PIC -(7)9.99 VALUE ZEROES.
           01 WS-STRAF-ED                  PIC -(7)9.99 VALUE ZEROES.
           01 WS-FX-ED                     PIC -(7)9.99 VALUE ZEROES.
           01 WS-MARGIN-ED                 PIC -(7)9.99 VALUE ZEROES.
           01 WS-RESULTAT-ED               PIC -(7)9.99 VALUE ZEROES.
           01 WS-SALDO-ED                  PIC -(8)9.99 VALUE ZEROES.
           01 WS-GRAENSE-ED                PIC Z(8)9.99 VALUE ZEROES.
           01 WS-NR-ED                     PIC Z9 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-CTL-GEBYRLINJER           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-STRAFLINJER           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-RENTELINJER           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-FX-LINJER             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-FX-UFORDELT           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-FTP-KONTI             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-FTP-MANGLER           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-KONTO          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-KUNDE          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KURS-MANGLER          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-POSTER                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KUNDER                PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV110".
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
           PERFORM DAN-RENTABILITETSRAPPORT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-RENTABILITETSRAPPORT.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           MOVE WS-DAGS-DATO(1:6) TO WS-PERIODE.
           MOVE SPACES TO WS-PERIODE-AAMM.
           STRING WS-DAGS-DATO(3:2) "/" WS-DAGS-DATO(5:2)
               DELIMITED BY SIZE INTO WS-PERIODE-AAMM.

           OPEN INPUT GRAENSEFILE.
           IF WS-GRF-STATUS = "00"
               READ GRAENSEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GRAENSEREC > ZEROES
                           MOVE GRAENSEREC TO WS-VAESENTLIG-SALDO
                       END-IF
               END-READ
               CLOSE GRAENSEFILE
           END-IF.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
      *    No cross-reference file simply means one holder each.
           OPEN INPUT KONTOEJERFILE.
           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open RentabilitetRapport.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-RAPPORT-HEADING.

           SORT PROFITSORT
               ON ASCENDING KEY PS-KUNDE-ID
               INPUT PROCEDURE IS SAML-INDTJENING
               OUTPUT PROCEDURE IS SUMMER-PR-KUNDE.

           PERFORM SKRIV-AFDELINGER.
           PERFORM SKRIV-BUND-TI.

           CLOSE KONTOOPLFILE.
           CLOSE KUNDEOPLFILE.
           IF WS-KEJ-STATUS NOT = "35"
               CLOSE KONTOEJERFILE
           END-IF.
           CLOSE RAPPORTOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           SAML-INDTJENING.
           PERFORM SAML-GEBYRER.
           PERFORM SAML-STRAFRENTE.
           PERFORM SAML-RENTE.
           PERFORM SAML-FX-SPREAD.
           PERFORM SAML-FTP.

           SAML-GEBYRER.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE "N" TO WS-BLOK-I-PERIODE.
           OPEN INPUT GEBYRREGISTERFILE.
           IF WS-GRI-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ GEBYRREGISTERFILE INTO WS-GEBYRLINJE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM BEHANDL-GEBYRLINJE
               END-READ
           END-PERFORM.
           IF WS-GRI-STATUS NOT = "35"
               CLOSE GEBYRREGISTERFILE
           END-IF.

      *    Block heading, column heading, detail and total lines
      *    told apart on their leading text; the heading's run
      *    date decides whether the block is the month's.
           BEHANDL-GEBYRLINJE.
           EVALUATE TRUE
               WHEN GR-OVERSKRIFT = "GEBYROPKRAEVNING - KORT PR. "
                   MOVE "N" TO WS-BLOK-I-PERIODE
                   IF GR-KOERSELSDATO(1:5) = WS-PERIODE-AAMM
                       MOVE "Y" TO WS-BLOK-I-PERIODE
                   END-IF
               WHEN WS-GEBYRLINJE(1:12) = "KONTONUMMER "
                   CONTINUE
               WHEN WS-GEBYRLINJE(1:15) = "GEBYRER I ALT: "
                   CONTINUE
               WHEN WS-GEBYRLINJE = SPACES
                   CONTINUE
               WHEN WS-BLOK-I-PERIODE = "Y"
                   ADD 1 TO WS-CTL-GEBYRLINJER
                   MOVE GR-KONTONUMMER TO WS-FD-KONTONUMMER
                   MOVE "G" TO WS-FD-ART
                   MOVE SPACES TO WS-FD-VALUTA
                   MOVE GR-GEBYR TO WS-FD-BELOB
                   MOVE ZEROES TO WS-FD-SALDO
                   PERFORM FORDEL-PAA-KONTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           SAML-STRAFRENTE.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE "N" TO WS-BLOK-I-PERIODE.
           OPEN INPUT STRAFRENTEREGISTERFILE.
           IF WS-SRI-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ STRAFRENTEREGISTERFILE INTO WS-STRAFRENTELINJE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM BEHANDL-STRAFRENTELINJE
               END-READ
           END-PERFORM.
           IF WS-SRI-STATUS NOT = "35"
               CLOSE STRAFRENTEREGISTERFILE
           END-IF.

           BEHANDL-STRAFRENTELINJE.
           EVALUATE TRUE
               WHEN SR-OVERSKRIFT = "STRAFRENTE - KORT PR. "
                   MOVE "N" TO WS-BLOK-I-PERIODE
                   IF SR-KOERSELSDATO(1:5) = WS-PERIODE-AAMM
                       MOVE "Y" TO WS-BLOK-I-PERIODE
                   END-IF
               WHEN WS-STRAFRENTELINJE(1:9) = "KUNDE-ID "
                   CONTINUE
               WHEN WS-STRAFRENTELINJE(1:18) = "STRAFRENTE I ALT: "
                   CONTINUE
               WHEN WS-STRAFRENTELINJE = SPACES
                   CONTINUE
               WHEN WS-BLOK-I-PERIODE = "Y"
                   ADD 1 TO WS-CTL-STRAFLINJER
                   MOVE SR-KUNDE-ID TO WS-FD-KUNDE-ID
                   MOVE "S" TO WS-FD-ART
                   MOVE SR-STRAFRENTE TO WS-FD-BELOB
                   PERFORM FORDEL-PAA-KUNDE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A positive amount is interest the bank paid (a cost), a
      *    negative one interest the customer paid on a
      *    negative-rate deposit (income). Customer-sourced lines
      *    belong to the customer alone.
           SAML-RENTE.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT RENTEGRUNDLAGFILE.
           IF WS-RGL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: RenteIndberetningGrundlag.txt "
                   "ikke fundet, ingen rente medtaget"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ RENTEGRUNDLAGFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RIB-DATO(1:6) TO WS-RIB-PERIODE
                           IF WS-RIB-PERIODE = WS-PERIODE
                               ADD 1 TO WS-CTL-RENTELINJER
                               PERFORM BEHANDL-RENTELINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEGRUNDLAGFILE
           END-IF.

           BEHANDL-RENTELINJE.
           IF RIB-BELOB < ZEROES
               MOVE "I" TO WS-FD-ART
               COMPUTE WS-FD-BELOB = ZEROES - RIB-BELOB
           ELSE
               MOVE "U" TO WS-FD-ART
               MOVE RIB-BELOB TO WS-FD-BELOB
           END-IF.
           IF RIB-FRA-KUNDE
               MOVE RIB-NOEGLE(1:10) TO WS-FD-KUNDE-ID
               PERFORM FORDEL-PAA-KUNDE
           ELSE
               MOVE RIB-NOEGLE TO WS-FD-KONTONUMMER
               MOVE SPACES TO WS-FD-VALUTA
               MOVE ZEROES TO WS-FD-SALDO
               PERFORM FORDEL-PAA-KONTO
           END-IF.

      *    The spread is credited to the FX income account under
      *    the transfer's own posting reference; the leg of that
      *    reference whose balance went down is the customer who
      *    paid it. The account walk is picked up again after each
      *    reference lookup.
           SAML-FX-SPREAD.
           MOVE SPACES TO WS-FX-KONTO.
           OPEN INPUT FXKONTOFILE.
           IF WS-FXK-STATUS = "00"
               READ FXKONTOFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FXKONTOREC TO WS-FX-KONTO
               END-READ
               CLOSE FXKONTOFILE
           END-IF.
           IF WS-FX-KONTO = SPACES
               DISPLAY "OPGAVE110: Ingen FX-indtaegtskonto - "
                   "ingen FX spread medtaget"
           ELSE
               CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
                   WS-HISTORIK-REC WS-THX-RESULT
               PERFORM LAES-FX-POSTERINGER
           END-IF.

           LAES-FX-POSTERINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT TRANSHISTIDXFILE.
           IF WS-THX-STATUS NOT = "00"
               DISPLAY "ADVARSEL: TransHistorikIdx.txt ikke "
                   "fundet, ingen FX spread medtaget"
           ELSE
               MOVE WS-FX-KONTO TO THX-KONTONUMMER
               MOVE ZEROES TO THX-REFERENCE
               MOVE ZEROES TO THX-DEL
               START TRANSHISTIDXFILE
                   KEY IS >= THX-NOEGLE OF TRANSHISTIDXREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ TRANSHISTIDXFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF THX-KONTONUMMER NOT = WS-FX-KONTO
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM BEHANDL-FX-LINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSHISTIDXFILE
           END-IF.

           BEHANDL-FX-LINJE.
           MOVE THX-LINJE TO WS-HISTORIK-REC.
           IF TH-DATO(1:5) = WS-PERIODE-AAMM
               AND TH-TRANS-TYPE = "K"
               AND TH-TEKST(1:9) = "FX spread"
               ADD 1 TO WS-CTL-FX-LINJER
               MOVE TH-BELOB TO WS-FD-BELOB
               MOVE TH-REFERENCE TO WS-SOEG-REFERENCE
               MOVE THX-NOEGLE TO WS-GEMT-THX-NOEGLE
               PERFORM FIND-FRA-KONTO
               IF WS-FRA-KONTONUMMER = SPACES
                   ADD 1 TO WS-CTL-FX-UFORDELT
               ELSE
                   MOVE WS-FRA-KONTONUMMER TO WS-FD-KONTONUMMER
                   MOVE "F" TO WS-FD-ART
                   PERFORM FIND-FX-VALUTA
                   MOVE ZEROES TO WS-FD-SALDO
                   PERFORM FORDEL-PAA-KONTO
               END-IF
               MOVE WS-GEMT-THX-NOEGLE TO THX-NOEGLE
               START TRANSHISTIDXFILE
                   KEY IS > THX-NOEGLE OF TRANSHISTIDXREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
           END-IF.

           FIND-FRA-KONTO.
           MOVE SPACES TO WS-FRA-KONTONUMMER.
           MOVE ZEROES TO WS-END-OF-REFERENCE.
           IF WS-SOEG-REFERENCE = ZEROES
               MOVE 1 TO WS-END-OF-REFERENCE
           ELSE
               MOVE WS-SOEG-REFERENCE TO THX-REFERENCE
               START TRANSHISTIDXFILE
                   KEY IS = THX-REFERENCE OF TRANSHISTIDXREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-REFERENCE
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-REFERENCE = 1
               READ TRANSHISTIDXFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-REFERENCE
                   NOT AT END
                       IF THX-REFERENCE NOT = WS-SOEG-REFERENCE
                           MOVE 1 TO WS-END-OF-REFERENCE
                       ELSE
                           MOVE THX-LINJE TO WS-HISTORIK-REC
                           MOVE TH-GAMMEL-BALANCE
                               TO WS-GAMMEL-BALANCE
                           MOVE TH-NY-BALANCE TO WS-NY-BALANCE
                           IF TH-TRANS-TYPE = "T"
                               AND WS-NY-BALANCE < WS-GAMMEL-BALANCE
                               MOVE TH-KONTONUMMER
                                   TO WS-FRA-KONTONUMMER
                               MOVE 1 TO WS-END-OF-REFERENCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    The spread is booked in the FX income account's own
      *    currency.
           FIND-FX-VALUTA.
           MOVE "DKK" TO WS-FD-VALUTA.
           MOVE WS-FX-KONTO TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VALUTAKODE IN KONTOOPLREC NOT = SPACES
                       MOVE VALUTAKODE IN KONTOOPLREC
                           TO WS-FD-VALUTA
                   END-IF
           END-READ.

      *    The funds transfer value of the month's average balance:
      *    a deposit earns the bank the FTP rate on what it holds,
      *    a LAAN account costs it the FTP rate on what it lends.
           SAML-FTP.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT GENNEMSNITFILE.
           IF WS-GNS-STATUS NOT = "00"
               DISPLAY "ADVARSEL: GennemsnitSaldo.txt ikke "
                   "fundet, ingen rentemarginal medtaget"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ GENNEMSNITFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF GNS-SIDSTE-DATO(1:6) = WS-PERIODE(1:6)
                               AND GNS-MDR-DAGE > ZEROES
                               PERFORM BEHANDL-GENNEMSNIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENNEMSNITFILE
           END-IF.

           BEHANDL-GENNEMSNIT.
           MOVE GNS-VALUTAKODE TO WS-FTP-VALUTA.
           IF WS-FTP-VALUTA = SPACES
               MOVE "DKK" TO WS-FTP-VALUTA
           END-IF.
           PERFORM FIND-FTP-SATS.
           IF WS-FTP-RESULT NOT = "M"
               ADD 1 TO WS-CTL-FTP-MANGLER
           ELSE
               ADD 1 TO WS-CTL-FTP-KONTI
               MOVE GNS-KONTONUMMER TO WS-FD-KONTONUMMER
               MOVE "T" TO WS-FD-ART
               MOVE WS-FTP-VALUTA TO WS-FD-VALUTA
               MOVE GNS-MDR-GNS TO WS-FD-SALDO
               COMPUTE WS-FD-BELOB ROUNDED =
                   GNS-MDR-GNS * WS-FTP-SATS / 100
                   * GNS-MDR-DAGE / 365
               MOVE GNS-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KONTOTYPE IN KONTOOPLREC = "LAAN"
                           COMPUTE WS-FD-BELOB = ZEROES - WS-FD-BELOB
                       END-IF
               END-READ
               IF WS-FD-SALDO < ZEROES
                   COMPUTE WS-FD-SALDO = ZEROES - WS-FD-SALDO
               END-IF
               PERFORM FORDEL-PAA-KONTO
           END-IF.

           FIND-FTP-SATS.
           MOVE 1 TO WS-FT-IX.
           PERFORM UNTIL WS-FT-IX > WS-FT-ANTAL
               OR FT-VALUTA(WS-FT-IX) = WS-FTP-VALUTA
               ADD 1 TO WS-FT-IX
           END-PERFORM.
           IF WS-FT-IX > WS-FT-ANTAL
               CALL "FTPSATSOPSLAG" USING WS-FTP-VALUTA
                   WS-FTP-SATS WS-FTP-RESULT
               IF WS-FT-ANTAL < 30
                   ADD 1 TO WS-FT-ANTAL
                   MOVE WS-FTP-VALUTA TO FT-VALUTA(WS-FT-ANTAL)
                   MOVE WS-FTP-SATS TO FT-SATS(WS-FT-ANTAL)
                   MOVE WS-FTP-RESULT TO FT-FUNDET(WS-FT-ANTAL)
               END-IF
           ELSE
               MOVE FT-SATS(WS-FT-IX) TO WS-FTP-SATS
               MOVE FT-FUNDET(WS-FT-IX) TO WS-FTP-RESULT
           END-IF.

      *    An account-level amount: the account gives the branch
      *    and the currency, KontoEjere.txt the holders to share
      *    it between.
           FORDEL-PAA-KONTO.
           MOVE WS-FD-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           MOVE "N" TO WS-FOUND-SWITCH.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF NOT WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-UKENDT-KONTO
           ELSE
               MOVE AFDELING IN KONTOOPLREC TO WS-FD-AFDELING
               IF WS-FD-VALUTA = SPACES
                   MOVE VALUTAKODE IN KONTOOPLREC TO WS-FD-VALUTA
               END-IF
               PERFORM FIND-EJERE
               PERFORM OMREGN-TIL-DKK
               PERFORM FRIGIV-PR-EJER
           END-IF.

           FIND-EJERE.
           MOVE ZEROES TO WS-EJER-ANTAL.
           IF WS-KEJ-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-EJERE
               MOVE WS-FD-KONTONUMMER TO KEJ-KONTONUMMER
               MOVE LOW-VALUES TO KEJ-KUNDE-ID
               START KONTOEJERFILE
                   KEY IS >= KEJ-NOEGLE OF KONTOEJERREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-EJERE
               END-START
               PERFORM UNTIL WS-END-OF-EJERE = 1
                   READ KONTOEJERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-EJERE
                       NOT AT END
                           IF KEJ-KONTONUMMER NOT = WS-FD-KONTONUMMER
                               MOVE 1 TO WS-END-OF-EJERE
                           ELSE
                               IF WS-EJER-ANTAL < 20
                                   ADD 1 TO WS-EJER-ANTAL
                                   MOVE KEJ-KUNDE-ID TO
                                       WS-EJER-KUNDE-ID(WS-EJER-ANTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-EJER-ANTAL = ZEROES
               MOVE 1 TO WS-EJER-ANTAL
               MOVE KUNDE-ID IN KONTOOPLREC TO WS-EJER-KUNDE-ID(1)
           END-IF.

      *    A customer-level amount: the account on the customer
      *    record gives the branch and the currency.
           FORDEL-PAA-KUNDE.
           MOVE WS-FD-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC.
           MOVE "N" TO WS-FOUND-SWITCH.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF NOT WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-UKENDT-KUNDE
           ELSE
               MOVE "001" TO WS-FD-AFDELING
               MOVE VALUTAKODE IN KUNDEOPLREC TO WS-FD-VALUTA
               MOVE KONTONUMMER IN KUNDEOPLREC
                   TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AFDELING IN KONTOOPLREC
                           TO WS-FD-AFDELING
                       MOVE VALUTAKODE IN KONTOOPLREC
                           TO WS-FD-VALUTA
               END-READ
               MOVE ZEROES TO WS-FD-SALDO
               MOVE 1 TO WS-EJER-ANTAL
               MOVE WS-FD-KUNDE-ID TO WS-EJER-KUNDE-ID(1)
               PERFORM OMREGN-TIL-DKK
               PERFORM FRIGIV-PR-EJER
           END-IF.

      *    A currency without a rate on file is counted and left
      *    at its own amount rather than dropped.
           OMREGN-TIL-DKK.
           IF WS-FD-AFDELING = SPACES
               MOVE "001" TO WS-FD-AFDELING
           END-IF.
           IF WS-FD-VALUTA = SPACES OR WS-FD-VALUTA = "DKK"
               MOVE WS-FD-BELOB TO WS-FD-BELOB-DKK
               MOVE WS-FD-SALDO TO WS-FD-SALDO-DKK
           ELSE
               MOVE WS-FD-BELOB TO WS-KONV-BELOB
               PERFORM KONVERTER-BELOB
               MOVE WS-KONV-DKK TO WS-FD-BELOB-DKK
               MOVE WS-FD-SALDO TO WS-KONV-BELOB
               PERFORM KONVERTER-BELOB
               MOVE WS-KONV-DKK TO WS-FD-SALDO-DKK
           END-IF.

           KONVERTER-BELOB.
           MOVE ZEROES TO WS-KONV-DKK.
           IF WS-KONV-BELOB NOT = ZEROES
               CALL "VALUTAKONVERTER" USING WS-FD-VALUTA
                   WS-KONV-BELOB WS-KONV-DKK WS-KONV-RESULT
               IF WS-KONV-RESULT NOT = "M"
                   ADD 1 TO WS-CTL-KURS-MANGLER
                   MOVE WS-KONV-BELOB TO WS-KONV-DKK
               END-IF
           END-IF.

      *    Even shares; the last holder takes the rounding so the
      *    shares add back up to the amount.
           FRIGIV-PR-EJER.
           MOVE WS-FD-BELOB-DKK TO WS-FD-REST-BELOB.
           MOVE WS-FD-SALDO-DKK TO WS-FD-REST-SALDO.
           MOVE 1 TO WS-EJER-IX.
           PERFORM UNTIL WS-EJER-IX > WS-EJER-ANTAL
               MOVE WS-EJER-KUNDE-ID(WS-EJER-IX) TO PS-KUNDE-ID
               MOVE WS-FD-AFDELING TO PS-AFDELING
               MOVE WS-FD-ART TO PS-ART
               IF WS-EJER-IX = WS-EJER-ANTAL
                   MOVE WS-FD-REST-BELOB TO PS-BELOB
                   MOVE WS-FD-REST-SALDO TO PS-SALDO
               ELSE
                   COMPUTE PS-BELOB ROUNDED =
                       WS-FD-BELOB-DKK / WS-EJER-ANTAL
                   COMPUTE PS-SALDO ROUNDED =
                       WS-FD-SALDO-DKK / WS-EJER-ANTAL
                   SUBTRACT PS-BELOB FROM WS-FD-REST-BELOB
                   SUBTRACT PS-SALDO FROM WS-FD-REST-SALDO
               END-IF
               RELEASE PROFITSORTREC
               ADD 1 TO WS-CTL-POSTER
               ADD 1 TO WS-EJER-IX
           END-PERFORM.

           SUMMER-PR-KUNDE.
           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN PROFITSORT INTO PROFITSORTREC
                   AT END
                       MOVE 1 TO WS-END-OF-SORT
                   NOT AT END
                       PERFORM SUMMER-EN-POST
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP = "N"
               PERFORM AFSLUT-KUNDE
           END-IF.

           SUMMER-EN-POST.
           IF WS-FIRST-GROUP = "Y"
               OR PS-KUNDE-ID NOT = WS-CU-KUNDE-ID
               IF WS-FIRST-GROUP = "N"
                   PERFORM AFSLUT-KUNDE
               END-IF
               MOVE "N" TO WS-FIRST-GROUP
               MOVE PS-KUNDE-ID TO WS-CU-KUNDE-ID
               MOVE ZEROES TO WS-CU-GEBYR
               MOVE ZEROES TO WS-CU-STRAFRENTE
               MOVE ZEROES TO WS-CU-FX
               MOVE ZEROES TO WS-CU-MARGIN
               MOVE ZEROES TO WS-CU-SALDO
           END-IF.
           PERFORM FIND-AFDELING.
           EVALUATE TRUE
               WHEN PS-ER-GEBYR
                   ADD PS-BELOB TO WS-CU-GEBYR
                   ADD PS-BELOB TO AF-GEBYR(WS-AF-IX)
               WHEN PS-ER-STRAFRENTE
                   ADD PS-BELOB TO WS-CU-STRAFRENTE
                   ADD PS-BELOB TO AF-STRAFRENTE(WS-AF-IX)
               WHEN PS-ER-FX
                   ADD PS-BELOB TO WS-CU-FX
                   ADD PS-BELOB TO AF-FX(WS-AF-IX)
               WHEN PS-ER-RENTE-UD
                   SUBTRACT PS-BELOB FROM WS-CU-MARGIN
                   SUBTRACT PS-BELOB FROM AF-MARGIN(WS-AF-IX)
               WHEN OTHER
                   ADD PS-BELOB TO WS-CU-MARGIN
                   ADD PS-BELOB TO AF-MARGIN(WS-AF-IX)
           END-EVALUATE.
           ADD PS-SALDO TO WS-CU-SALDO.
           ADD PS-SALDO TO AF-SALDO(WS-AF-IX).

           FIND-AFDELING.
           MOVE "N" TO WS-AF-MATCH.
           MOVE 1 TO WS-AF-IX.
           PERFORM UNTIL WS-AF-MATCH = "Y"
               OR WS-AF-IX > WS-AF-ANTAL
               IF AF-AFDELING(WS-AF-IX) = PS-AFDELING
                   MOVE "Y" TO WS-AF-MATCH
               ELSE
                   ADD 1 TO WS-AF-IX
               END-IF
           END-PERFORM.
           IF WS-AF-MATCH = "N"
               IF WS-AF-ANTAL >= 50
                   MOVE "Mere end 50 afdelinger paa konti"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-AF-ANTAL
               MOVE WS-AF-ANTAL TO WS-AF-IX
               MOVE PS-AFDELING TO AF-AFDELING(WS-AF-IX)
               MOVE ZEROES TO AF-GEBYR(WS-AF-IX)
               MOVE ZEROES TO AF-STRAFRENTE(WS-AF-IX)
               MOVE ZEROES TO AF-FX(WS-AF-IX)
               MOVE ZEROES TO AF-MARGIN(WS-AF-IX)
               MOVE ZEROES TO AF-SALDO(WS-AF-IX)
           END-IF.

           AFSLUT-KUNDE.
           ADD 1 TO WS-CTL-KUNDER.
           COMPUTE WS-CU-RESULTAT = WS-CU-GEBYR + WS-CU-STRAFRENTE
               + WS-CU-FX + WS-CU-MARGIN.
           MOVE WS-CU-GEBYR TO WS-GEBYR-ED.
           MOVE WS-CU-STRAFRENTE TO WS-STRAF-ED.
           MOVE WS-CU-FX TO WS-FX-ED.
           MOVE WS-CU-MARGIN TO WS-MARGIN-ED.
           MOVE WS-CU-RESULTAT TO WS-RESULTAT-ED.
           MOVE WS-CU-SALDO TO WS-SALDO-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-CU-KUNDE-ID " " WS-GEBYR-ED " " WS-STRAF-ED
               " " WS-FX-ED " " WS-MARGIN-ED " " WS-RESULTAT-ED
               " " WS-SALDO-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           IF WS-CU-SALDO >= WS-VAESENTLIG-SALDO
               PERFORM INDSAET-BUND-TI
           END-IF.

      *    Kept sorted lowest result first: the newcomer goes in at
      *    the bottom (over the eleventh slot when the list is
      *    full) and is bubbled up into place.
           INDSAET-BUND-TI.
           IF WS-BT-ANTAL < 10
               ADD 1 TO WS-BT-ANTAL
               MOVE WS-BT-ANTAL TO WS-BT-IX
           ELSE
               MOVE 11 TO WS-BT-IX
           END-IF.
           IF WS-BT-IX < 11
               OR WS-CU-RESULTAT < BT-RESULTAT(10)
               MOVE WS-CU-KUNDE-ID TO BT-KUNDE-ID(WS-BT-IX)
               MOVE WS-CU-RESULTAT TO BT-RESULTAT(WS-BT-IX)
               MOVE WS-CU-SALDO TO BT-SALDO(WS-BT-IX)
               PERFORM UNTIL WS-BT-IX = 1
                   OR BT-RESULTAT(WS-BT-IX - 1)
                       <= BT-RESULTAT(WS-BT-IX)
                   MOVE WS-BT-POST(WS-BT-IX - 1) TO WS-BT-BYT
                   MOVE WS-BT-POST(WS-BT-IX)
                       TO WS-BT-POST(WS-BT-IX - 1)
                   MOVE WS-BT-BYT TO WS-BT-POST(WS-BT-IX)
                   SUBTRACT 1 FROM WS-BT-IX
               END-PERFORM
           END-IF.

           SKRIV-RAPPORT-HEADING.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "RENTABILITET PR. KUNDE - MAANED "
               WS-PERIODE(1:4) "-" WS-PERIODE(5:2) " (DKK)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KUNDE-ID       GEBYRER  STRAFRENTE   FX-SPREAD "
               "RENTEMARGIN    RESULTAT   GNS. SALDO"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SKRIV-AFDELINGER.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE "RENTABILITET PR. AFDELING" TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "AFDELING       GEBYRER  STRAFRENTE   FX-SPREAD "
               "RENTEMARGIN    RESULTAT   GNS. SALDO"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE 1 TO WS-AF-IX.
           PERFORM UNTIL WS-AF-IX > WS-AF-ANTAL
               COMPUTE WS-AF-RESULTAT = AF-GEBYR(WS-AF-IX)
                   + AF-STRAFRENTE(WS-AF-IX) + AF-FX(WS-AF-IX)
                   + AF-MARGIN(WS-AF-IX)
               MOVE AF-GEBYR(WS-AF-IX) TO WS-GEBYR-ED
               MOVE AF-STRAFRENTE(WS-AF-IX) TO WS-STRAF-ED
               MOVE AF-FX(WS-AF-IX) TO WS-FX-ED
               MOVE AF-MARGIN(WS-AF-IX) TO WS-MARGIN-ED
               MOVE WS-AF-RESULTAT TO WS-RESULTAT-ED
               MOVE AF-SALDO(WS-AF-IX) TO WS-SALDO-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING AF-AFDELING(WS-AF-IX) "       "
                   " " WS-GEBYR-ED " " WS-STRAF-ED
                   " " WS-FX-ED " " WS-MARGIN-ED " " WS-RESULTAT-ED
                   " " WS-SALDO-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-RAPPORT-LINE TO RAPPORTLINE
               WRITE RAPPORTLINE
               ADD 1 TO WS-AF-IX
           END-PERFORM.

           SKRIV-BUND-TI.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE WS-VAESENTLIG-SALDO TO WS-GRAENSE-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "DE TI MINDST RENTABLE KUNDER MED GNS. SALDO "
               "OVER " WS-GRAENSE-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           IF WS-BT-ANTAL = ZEROES
               MOVE "  (ingen)" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.
           MOVE 1 TO WS-BT-IX.
           PERFORM UNTIL WS-BT-IX > WS-BT-ANTAL
               MOVE WS-BT-IX TO WS-NR-ED
               MOVE BT-RESULTAT(WS-BT-IX) TO WS-RESULTAT-ED
               MOVE BT-SALDO(WS-BT-IX) TO WS-SALDO-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING WS-NR-ED ". " BT-KUNDE-ID(WS-BT-IX)
                   "  RESULTAT " WS-RESULTAT-ED
                   "  GNS. SALDO " WS-SALDO-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-RAPPORT-LINE TO RAPPORTLINE
               WRITE RAPPORTLINE
               ADD 1 TO WS-BT-IX
           END-PERFORM.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE110 - KOERSELSOVERSIGT".
           DISPLAY "GEBYRLINJER:             " WS-CTL-GEBYRLINJER.
           DISPLAY "STRAFRENTELINJER:        " WS-CTL-STRAFLINJER.
           DISPLAY "RENTELINJER:             " WS-CTL-RENTELINJER.
           DISPLAY "FX SPREAD POSTERINGER:   " WS-CTL-FX-LINJER.
           DISPLAY "FX SPREAD UFORDELT:      " WS-CTL-FX-UFORDELT.
           DISPLAY "KONTI MED FTP:           " WS-CTL-FTP-KONTI.
           DISPLAY "KONTI UDEN FTP-SATS:     " WS-CTL-FTP-MANGLER.
           DISPLAY "UKENDT KONTO:            " WS-CTL-UKENDT-KONTO.
           DISPLAY "UKENDT KUNDE:            " WS-CTL-UKENDT-KUNDE.
           DISPLAY "BELOEB UDEN KURS:        " WS-CTL-KURS-MANGLER.
           DISPLAY "KUNDER I RAPPORTEN:      " WS-CTL-KUNDER.
           DISPLAY "AFDELINGER:              " WS-AF-ANTAL.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE110: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-POSTER TO WS-STAT-LAEST.
           MOVE WS-CTL-KUNDER TO WS-STAT-SKREVET.
           COMPUTE WS-STAT-AFVIST = WS-CTL-UKENDT-KONTO
               + WS-CTL-UKENDT-KUNDE + WS-CTL-FX-UFORDELT.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
