           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE137.

      *    Year-end retention run over the log and trail files that
      *    otherwise grow forever: AUDIT.txt, Korrespondancer.txt,
      *    SignonLog.txt, DriftsLog.txt, AdresseHistorik.txt,
      *    KundeAendringLog.txt and the Opgave35 movement store
      *    AMLBevaegelser.txt. Opbevaringsregler.txt gives each file
      *    two periods in whole years: how long a line stays in the
      *    live file, and how long it is kept at all. A line whose
      *    live period has run out moves to a dated archive,
      *    <file>ArkivYYYY.txt, by the year of the line; a line past
      *    its retention is deleted, and an archive year past its
      *    retention is emptied. The archives are listed in
      *    OpbevaringsManifest.txt, which is how a later run finds
      *    them again. A rule of less than the five years the
      *    bookkeeping and money-laundering acts demand, or of more
      *    than ten, is refused and the file left alone until the
      *    table is put right.
      *    Lines for a customer or account with an open AML case
      *    (O or U on AmlSager.txt), or for a deceased customer
      *    whose estate still has an account that is not closed,
      *    are never deleted - past their retention they go to the
      *    archive instead and stay there until the hold is gone.
      *    What was archived, deleted and held back is written to
      *    OpbevaringsCertifikat.txt for the compliance binder.
      *    The reference year is keyed in (blank = this year); the
      *    chain runs this on the closing day with the closing year.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REGELFILE ASSIGN TO "Opbevaringsregler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGF-STATUS.
           SELECT MANIFESTFILE ASSIGN TO "OpbevaringsManifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT CERTIFIKATOUT
               ASSIGN TO "OpbevaringsCertifikat.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.
           SELECT AMLSAGFILE ASSIGN TO "AmlSager.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAG-NR OF AMLSAGREC
               FILE STATUS IS WS-SAG-STATUS.
           SELECT KUNDESTATUSFILE ASSIGN TO "KundeStatus.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KST-KUNDE-ID OF KUNDESTATUSREC
               FILE STATUS IS WS-KST-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT AUDITFILE ASSIGN TO "AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT KORRESPONDANCEFILE ASSIGN TO "Korrespondancer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KOR-NR OF KORRESPONDANCEREC
               ALTERNATE RECORD KEY IS KOR-KUNDE-ID
                   OF KORRESPONDANCEREC WITH DUPLICATES
               FILE STATUS IS WS-KOR-STATUS.
           SELECT SIGNONLOGFILE ASSIGN TO "SignonLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIG-STATUS.
           SELECT DRIFTSLOGFILE ASSIGN TO "DriftsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRL-STATUS.
           SELECT ADRHISTFILE ASSIGN TO "AdresseHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADH-STATUS.
           SELECT AENDRINGLOGFILE ASSIGN TO "KundeAendringLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAL-STATUS.
           SELECT LAGERFILE ASSIGN TO "AMLBevaegelser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAG-STATUS.
           SELECT ARBEJDSFILE ASSIGN TO "Opbevaring.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARB-STATUS.
           SELECT ARKIVFILE ASSIGN TO WS-ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARK-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD REGELFILE.
           01 REGELREC.
               02 RGF-FILNAVN              PIC X(30).
               02 RGF-LIVE-AAR             PIC 9(2).
               02 FILLER                   PIC X(1).
               02 RGF-SLET-AAR             PIC 9(2).

           FD MANIFESTFILE.
           01 MANIFESTREC.
               02 MAN-FILNAVN              PIC X(30).
               02 MAN-AAR                  PIC 9(4).
               02 MAN-ANTAL                PIC 9(7).
               02 MAN-STATUS               PIC X(1).
               02 MAN-DATO                 PIC 9(8).

           FD CERTIFIKATOUT.
           01 CERTIFIKATLINE               PIC X(100).

           FD AMLSAGFILE.
           01 AMLSAGREC.
               COPY "AMLSAG.cpy".

           FD KUNDESTATUSFILE.
           01 KUNDESTATUSREC.
               COPY "KUNDESTATUS.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD AUDITFILE.
           01 AUDITLINE                    PIC X(100).

           FD KORRESPONDANCEFILE.
           01 KORRESPONDANCEREC.
               COPY "KORRESPONDANCE.cpy".

           FD SIGNONLOGFILE.
           01 SIGNONLOGLINE                PIC X(80).

           FD DRIFTSLOGFILE.
           01 DRIFTSLOGLINE                PIC X(55).

           FD ADRHISTFILE.
           01 ADRHISTLINE                  PIC X(171).

           FD AENDRINGLOGFILE.
           01 AENDRINGLOGLINE              PIC X(120).

           FD LAGERFILE.
           01 LAGERLINE                    PIC X(171).

           FD ARBEJDSFILE.
           01 ARBEJDSLINE                  PIC X(171).

           FD ARKIVFILE.
           01 ARKIVLINE                    PIC X(171).

           WORKING-STORAGE SECTION.
           01 WS-RGF-STATUS                PIC X(2).
           01 WS-MAN-STATUS                PIC X(2).
           01 WS-CER-STATUS                PIC X(2).
           01 WS-SAG-STATUS                PIC X(2).
           01 WS-KST-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-AUD-STATUS                PIC X(2).
           01 WS-KOR-STATUS                PIC X(2).
           01 WS-SIG-STATUS                PIC X(2).
           01 WS-DRL-STATUS                PIC X(2).
           01 WS-ADH-STATUS                PIC X(2).
           01 WS-KAL-STATUS                PIC X(2).
           01 WS-LAG-STATUS                PIC X(2).
           01 WS-ARB-STATUS                PIC X(2).
           01 WS-ARK-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-AAR                  PIC 9(4) VALUE ZEROES.
           01 WS-VALGT-AAR-X               PIC X(4) VALUE SPACES.
           01 WS-REF-AAR                   PIC 9(4) VALUE ZEROES.

      *    The legal floor and a sane ceiling for a rule's total
      *    retention, in years.
           01 WS-MIN-SLET-AAR              PIC 9(2) VALUE 5.
           01 WS-MAX-SLET-AAR              PIC 9(2) VALUE 10.

      *    One row per file the run looks after, in the order the
      *    certificate lists them. The periods come from
      *    Opbevaringsregler.txt; a file without a valid rule there
      *    is not touched.
           01 WS-RGL-ANTAL                 PIC 9(2) VALUE 7.
           01 WS-RGL-TABEL.
               02 WS-REGEL OCCURS 7 TIMES.
                   03 WS-RGL-FILNAVN       PIC X(30).
                   03 WS-RGL-KODE          PIC X(3).
                   03 WS-RGL-LIVE-AAR      PIC 9(2).
                   03 WS-RGL-SLET-AAR      PIC 9(2).
                   03 WS-RGL-REGEL         PIC X(1).
                      88 WS-RGL-ER-GYLDIG  VALUE "J".
                      88 WS-RGL-ER-AFVIST  VALUE "A".
                      88 WS-RGL-MANGLER    VALUE "N".
                   03 WS-RGL-FIL           PIC X(1).
                      88 WS-RGL-FIL-FUNDET VALUE "J".
                   03 WS-RGL-LAEST         PIC 9(7).
                   03 WS-RGL-ARKIVERET     PIC 9(7).
                   03 WS-RGL-SLETTET       PIC 9(7).
                   03 WS-RGL-TILBAGEHOLDT  PIC 9(7).
                   03 WS-RGL-BEHOLDT       PIC 9(7).
           01 WS-RGL-IX                    PIC 9(2) VALUE ZEROES.
           01 WS-SOEG-FILNAVN              PIC X(30) VALUE SPACES.
           01 WS-SOEG-RGL-IX               PIC 9(2) VALUE ZEROES.

      *    Customers whose lines may not be deleted: status J is
      *    held, K an estate not yet found unsettled on KontoOpl.
           01 WS-HK-MAX                    PIC 9(4) VALUE 1000.
           01 WS-HK-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-HK-TABEL.
               02 WS-HOLD-KUNDE OCCURS 1000 TIMES.
                   03 WS-HK-KUNDE-ID       PIC X(10).
                   03 WS-HK-AARSAG         PIC X(3).
                   03 WS-HK-STATUS         PIC X(1).
                      88 WS-HK-HOLDES      VALUE "J".
                      88 WS-HK-KANDIDAT    VALUE "K".
           01 WS-HK-IX                     PIC 9(4) VALUE ZEROES.
           01 WS-HK-FUNDET-IX              PIC 9(4) VALUE ZEROES.
      *    The accounts of those customers, and the accounts on the
      *    open AML cases themselves, pointing at the customer row.
           01 WS-HA-MAX                    PIC 9(4) VALUE 3000.
           01 WS-HA-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-HA-TABEL.
               02 WS-HOLD-KONTO OCCURS 3000 TIMES.
                   03 WS-HA-KONTONUMMER    PIC X(20).
                   03 WS-HA-HK-IX          PIC 9(4).
           01 WS-HA-IX                     PIC 9(4) VALUE ZEROES.
      *    Overflowing either table holds every line that names a
      *    customer or an account - nothing is deleted on a guess.
           01 WS-HOLD-FULD                 PIC X(1) VALUE "N".
              88 WS-HOLD-TABEL-FULD        VALUE "J".
           01 WS-CTL-AML-KUNDER            PIC 9(4) VALUE ZEROES.
           01 WS-CTL-BO-KUNDER             PIC 9(4) VALUE ZEROES.
           01 WS-NY-KUNDE-ID               PIC X(10) VALUE SPACES.
           01 WS-NY-AARSAG                 PIC X(3) VALUE SPACES.
           01 WS-NY-STATUS                 PIC X(1) VALUE SPACES.
           01 WS-NY-KONTONUMMER            PIC X(20) VALUE SPACES.

      *    OpbevaringsManifest.txt held in core and written back.
           01 WS-MT-MAX                    PIC 9(3) VALUE 500.
           01 WS-MT-ANTAL                  PIC 9(3) VALUE ZEROES.
           01 WS-MT-TABEL.
               02 WS-MANIFEST OCCURS 500 TIMES.
                   03 WS-MT-FILNAVN        PIC X(30).
                   03 WS-MT-AAR            PIC 9(4).
                   03 WS-MT-ANTAL-LINJER   PIC 9(7).
                   03 WS-MT-STATUS         PIC X(1).
                      88 WS-MT-AKTIV       VALUE "A".
                      88 WS-MT-SLETTET     VALUE "S".
                   03 WS-MT-DATO           PIC 9(8).
           01 WS-MT-IX                     PIC 9(3) VALUE ZEROES.
           01 WS-MT-FUNDET-IX              PIC 9(3) VALUE ZEROES.

      *    The line under judgement, its year and the customer and
      *    account it names, if any.
           01 WS-LINJE                     PIC X(171) VALUE SPACES.
           01 WS-LINJE-AAR                 PIC 9(4) VALUE ZEROES.
           01 WS-LINJE-AAR2                PIC 9(2) VALUE ZEROES.
           01 WS-NOEGLE-KUNDE              PIC X(10) VALUE SPACES.
           01 WS-NOEGLE-KONTO              PIC X(20) VALUE SPACES.
           01 WS-LINJE-UDFALD              PIC X(1) VALUE "B".
              88 WS-LINJE-BEHOLDES         VALUE "B".
              88 WS-LINJE-ARKIVERES        VALUE "A".
              88 WS-LINJE-SLETTES          VALUE "S".
           01 WS-HOLD-SWITCH               PIC X(1) VALUE "N".
              88 WS-LINJE-HOLDES           VALUE "J".

           01 WS-ARKIV-NAVN                PIC X(40) VALUE SPACES.
           01 WS-ARKIV-STAMME              PIC X(30) VALUE SPACES.
           01 WS-ARKIV-AAR                 PIC 9(4) VALUE ZEROES.
           01 WS-ARKIV-SWITCH              PIC X(1) VALUE "N".
              88 WS-ARKIV-AABEN            VALUE "J".

           01 WS-PRG-SLETTET               PIC 9(7) VALUE ZEROES.
           01 WS-PRG-TILBAGEHOLDT          PIC 9(7) VALUE ZEROES.

           01 WS-CERT-LINE                 PIC X(100) VALUE SPACES.
           01 WS-DATO-ED                   PIC 9999/99/99.

           01 WS-CTL-LAEST                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ARKIVERET             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SLETTET               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-TILBAGEHOLDT          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ARKIVER-TOEMT         PIC 9(3) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV137".
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
           PERFORM KOER-OPBEVARING.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           KOER-OPBEVARING.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           MOVE WS-DAGS-DATO(1:4) TO WS-DAGS-AAR.

           DISPLAY "REFERENCEAAR (YYYY, blank = dette aar): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-AAR-X.
           IF WS-VALGT-AAR-X = SPACES
               MOVE WS-DAGS-AAR TO WS-REF-AAR
           ELSE
               MOVE WS-VALGT-AAR-X TO WS-REF-AAR
           END-IF.
           IF WS-REF-AAR > WS-DAGS-AAR OR WS-REF-AAR < 2000
               DISPLAY "OPGAVE137: Referenceaaret " WS-REF-AAR
                   " kan ikke bruges - intet slettet"
               MOVE "08" TO WS-STAT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GENNEMFOER-OPBEVARING
           END-IF.

           GENNEMFOER-OPBEVARING.
           PERFORM OPSAET-REGELTABEL.
           PERFORM INDLAES-REGLER.
           PERFORM INDLAES-AML-SAGER.
           PERFORM INDLAES-DOEDSBOER.
           PERFORM GENNEMGAA-KONTI.
           PERFORM INDLAES-MANIFEST.

           OPEN OUTPUT CERTIFIKATOUT.
           IF WS-CER-STATUS NOT = "00"
               STRING "Open OpbevaringsCertifikat.txt failed, "
                   "status " WS-CER-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-CERT-HOVED.

           PERFORM TOEM-UDLOEBNE-ARKIVER.
           PERFORM VARYING WS-RGL-IX FROM 1 BY 1
                   UNTIL WS-RGL-IX > WS-RGL-ANTAL
               PERFORM RYD-LIVEFIL
           END-PERFORM.

           PERFORM SKRIV-MANIFEST.
           PERFORM SKRIV-CERT-AFSLUTNING.
           CLOSE CERTIFIKATOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           OPSAET-REGELTABEL.
           MOVE "AUDIT.txt" TO WS-RGL-FILNAVN(1).
           MOVE "AUD" TO WS-RGL-KODE(1).
           MOVE "Korrespondancer.txt" TO WS-RGL-FILNAVN(2).
           MOVE "KOR" TO WS-RGL-KODE(2).
           MOVE "SignonLog.txt" TO WS-RGL-FILNAVN(3).
           MOVE "SIG" TO WS-RGL-KODE(3).
           MOVE "DriftsLog.txt" TO WS-RGL-FILNAVN(4).
           MOVE "DRL" TO WS-RGL-KODE(4).
           MOVE "AdresseHistorik.txt" TO WS-RGL-FILNAVN(5).
           MOVE "ADR" TO WS-RGL-KODE(5).
           MOVE "KundeAendringLog.txt" TO WS-RGL-FILNAVN(6).
           MOVE "KAE" TO WS-RGL-KODE(6).
           MOVE "AMLBevaegelser.txt" TO WS-RGL-FILNAVN(7).
           MOVE "AML" TO WS-RGL-KODE(7).
           PERFORM VARYING WS-RGL-IX FROM 1 BY 1
                   UNTIL WS-RGL-IX > WS-RGL-ANTAL
               MOVE ZEROES TO WS-RGL-LIVE-AAR(WS-RGL-IX)
               MOVE ZEROES TO WS-RGL-SLET-AAR(WS-RGL-IX)
               MOVE "N" TO WS-RGL-REGEL(WS-RGL-IX)
               MOVE "N" TO WS-RGL-FIL(WS-RGL-IX)
               MOVE ZEROES TO WS-RGL-LAEST(WS-RGL-IX)
               MOVE ZEROES TO WS-RGL-ARKIVERET(WS-RGL-IX)
               MOVE ZEROES TO WS-RGL-SLETTET(WS-RGL-IX)
               MOVE ZEROES TO WS-RGL-TILBAGEHOLDT(WS-RGL-IX)
               MOVE ZEROES TO WS-RGL-BEHOLDT(WS-RGL-IX)
           END-PERFORM.

      *    A missing table or a refused rule is not fatal - the
      *    files concerned are simply kept whole - but the run is
      *    flagged AF so the morning page shows it.
           INDLAES-REGLER.
           OPEN INPUT REGELFILE.
           IF WS-RGF-STATUS NOT = "00"
               DISPLAY "ADVARSEL: Opbevaringsregler.txt mangler, "
                   "status " WS-RGF-STATUS " - intet slettet"
               MOVE "AF" TO WS-STAT-STATUS
           ELSE
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ REGELFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM GEM-REGEL
                   END-READ
               END-PERFORM
               CLOSE REGELFILE
           END-IF.
           PERFORM VARYING WS-RGL-IX FROM 1 BY 1
                   UNTIL WS-RGL-IX > WS-RGL-ANTAL
               IF WS-RGL-MANGLER(WS-RGL-IX)
                   MOVE "AF" TO WS-STAT-STATUS
               END-IF
           END-PERFORM.

           GEM-REGEL.
           IF RGF-FILNAVN = SPACES
               CONTINUE
           ELSE
               MOVE RGF-FILNAVN TO WS-SOEG-FILNAVN
               PERFORM FIND-REGEL
               IF WS-SOEG-RGL-IX = ZEROES
                   DISPLAY "ADVARSEL: Opbevaringsregel for ukendt "
                       "fil ignoreret: " RGF-FILNAVN
               ELSE
                   PERFORM KONTROLLER-REGEL
               END-IF
           END-IF.

           KONTROLLER-REGEL.
           IF RGF-SLET-AAR IS NOT NUMERIC
               OR RGF-SLET-AAR < WS-MIN-SLET-AAR
               OR RGF-SLET-AAR > WS-MAX-SLET-AAR
               MOVE "A" TO WS-RGL-REGEL(WS-SOEG-RGL-IX)
               DISPLAY "ADVARSEL: Opbevaringsregel for "
                   RGF-FILNAVN " afvist - skal vaere mellem "
                   WS-MIN-SLET-AAR " og " WS-MAX-SLET-AAR " aar"
               MOVE "AF" TO WS-STAT-STATUS
           ELSE
               MOVE "J" TO WS-RGL-REGEL(WS-SOEG-RGL-IX)
               MOVE RGF-SLET-AAR TO WS-RGL-SLET-AAR(WS-SOEG-RGL-IX)
               IF RGF-LIVE-AAR IS NOT NUMERIC
                   OR RGF-LIVE-AAR = ZEROES
                   MOVE 1 TO WS-RGL-LIVE-AAR(WS-SOEG-RGL-IX)
               ELSE
                   MOVE RGF-LIVE-AAR
                       TO WS-RGL-LIVE-AAR(WS-SOEG-RGL-IX)
               END-IF
               IF WS-RGL-LIVE-AAR(WS-SOEG-RGL-IX) > RGF-SLET-AAR
                   MOVE RGF-SLET-AAR
                       TO WS-RGL-LIVE-AAR(WS-SOEG-RGL-IX)
               END-IF
           END-IF.

           FIND-REGEL.
           MOVE ZEROES TO WS-SOEG-RGL-IX.
           PERFORM VARYING WS-RGL-IX FROM 1 BY 1
                   UNTIL WS-RGL-IX > WS-RGL-ANTAL
               IF WS-RGL-FILNAVN(WS-RGL-IX) = WS-SOEG-FILNAVN
                   MOVE WS-RGL-IX TO WS-SOEG-RGL-IX
               END-IF
           END-PERFORM.

      *    Open and under-investigation cases hold both the
      *    customer and the account on the case.
           INDLAES-AML-SAGER.
           OPEN INPUT AMLSAGFILE.
           IF WS-SAG-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ AMLSAGFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF SAG-ER-AABEN OR SAG-ER-UNDERSOEGES
                               PERFORM GEM-AML-SAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMLSAGFILE
           END-IF.

           GEM-AML-SAG.
           MOVE SAG-KUNDE-ID TO WS-NY-KUNDE-ID.
           MOVE "AML" TO WS-NY-AARSAG.
           MOVE "J" TO WS-NY-STATUS.
           PERFORM GEM-HOLD-KUNDE.
           IF SAG-KONTONUMMER NOT = SPACES
               AND WS-HK-FUNDET-IX > ZEROES
               MOVE SAG-KONTONUMMER TO WS-NY-KONTONUMMER
               PERFORM GEM-HOLD-KONTO
           END-IF.

      *    A deceased customer or an estate is only a candidate
      *    here; GENNEMGAA-KONTI decides whether it is settled.
           INDLAES-DOEDSBOER.
           OPEN INPUT KUNDESTATUSFILE.
           IF WS-KST-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KUNDESTATUSFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF KST-ER-AFDOED OR KST-ER-BO
                               MOVE KST-KUNDE-ID TO WS-NY-KUNDE-ID
                               MOVE "BO " TO WS-NY-AARSAG
                               MOVE "K" TO WS-NY-STATUS
                               PERFORM GEM-HOLD-KUNDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDESTATUSFILE
           END-IF.

      *    The Opgave89 settlement closes every account of the
      *    estate, so an estate with an account still not closed
      *    is unsettled. The pass also collects the accounts of
      *    every held customer, so a line that names only the
      *    account is held as well.
           GENNEMGAA-KONTI.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM VURDER-KONTO
               END-READ
           END-PERFORM.
           CLOSE KONTOOPLFILE.
           PERFORM VARYING WS-HK-IX FROM 1 BY 1
                   UNTIL WS-HK-IX > WS-HK-ANTAL
               IF WS-HK-HOLDES(WS-HK-IX)
                   IF WS-HK-AARSAG(WS-HK-IX) = "AML"
                       ADD 1 TO WS-CTL-AML-KUNDER
                   ELSE
                       ADD 1 TO WS-CTL-BO-KUNDER
                   END-IF
               END-IF
           END-PERFORM.

           VURDER-KONTO.
           MOVE KUNDE-ID OF KONTOOPLREC TO WS-NY-KUNDE-ID.
           PERFORM FIND-HOLD-KUNDE.
           IF WS-HK-FUNDET-IX > ZEROES
               IF WS-HK-KANDIDAT(WS-HK-FUNDET-IX)
                   AND NOT KONTO-ER-LUKKET
                   MOVE "J" TO WS-HK-STATUS(WS-HK-FUNDET-IX)
               END-IF
               MOVE KONTONUMMER OF KONTOOPLREC
                   TO WS-NY-KONTONUMMER
               PERFORM GEM-HOLD-KONTO
           END-IF.

           FIND-HOLD-KUNDE.
           MOVE ZEROES TO WS-HK-FUNDET-IX.
           PERFORM VARYING WS-HK-IX FROM 1 BY 1
                   UNTIL WS-HK-IX > WS-HK-ANTAL
                   OR WS-HK-FUNDET-IX > ZEROES
               IF WS-HK-KUNDE-ID(WS-HK-IX) = WS-NY-KUNDE-ID
                   MOVE WS-HK-IX TO WS-HK-FUNDET-IX
               END-IF
           END-PERFORM.

      *    A customer already held for an AML case keeps that
      *    reason; a second case for the same customer adds no row.
           GEM-HOLD-KUNDE.
           PERFORM FIND-HOLD-KUNDE.
           IF WS-HK-FUNDET-IX = ZEROES
               IF WS-HK-ANTAL >= WS-HK-MAX
                   MOVE "J" TO WS-HOLD-FULD
               ELSE
                   ADD 1 TO WS-HK-ANTAL
                   MOVE WS-NY-KUNDE-ID TO WS-HK-KUNDE-ID(WS-HK-ANTAL)
                   MOVE WS-NY-AARSAG TO WS-HK-AARSAG(WS-HK-ANTAL)
                   MOVE WS-NY-STATUS TO WS-HK-STATUS(WS-HK-ANTAL)
                   MOVE WS-HK-ANTAL TO WS-HK-FUNDET-IX
               END-IF
           END-IF.

           GEM-HOLD-KONTO.
           IF WS-HA-ANTAL >= WS-HA-MAX
               MOVE "J" TO WS-HOLD-FULD
           ELSE
               ADD 1 TO WS-HA-ANTAL
               MOVE WS-NY-KONTONUMMER
                   TO WS-HA-KONTONUMMER(WS-HA-ANTAL)
               MOVE WS-HK-FUNDET-IX TO WS-HA-HK-IX(WS-HA-ANTAL)
           END-IF.

           INDLAES-MANIFEST.
           OPEN INPUT MANIFESTFILE.
           IF WS-MAN-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ MANIFESTFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM GEM-MANIFESTRAEKKE
                   END-READ
               END-PERFORM
               CLOSE MANIFESTFILE
           END-IF.

           GEM-MANIFESTRAEKKE.
           IF WS-MT-ANTAL >= WS-MT-MAX
               MOVE "OpbevaringsManifest.txt er fuld"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-MT-ANTAL.
           MOVE MAN-FILNAVN TO WS-MT-FILNAVN(WS-MT-ANTAL).
           MOVE MAN-AAR TO WS-MT-AAR(WS-MT-ANTAL).
           MOVE MAN-ANTAL TO WS-MT-ANTAL-LINJER(WS-MT-ANTAL).
           MOVE MAN-STATUS TO WS-MT-STATUS(WS-MT-ANTAL).
           MOVE MAN-DATO TO WS-MT-DATO(WS-MT-ANTAL).

      *    An archive year whose retention has run out is emptied,
      *    except for the lines still held; it stays listed, marked
      *    S once nothing is left in it.
           TOEM-UDLOEBNE-ARKIVER.
           PERFORM VARYING WS-MT-IX FROM 1 BY 1
                   UNTIL WS-MT-IX > WS-MT-ANTAL
               IF WS-MT-AKTIV(WS-MT-IX)
                   MOVE WS-MT-FILNAVN(WS-MT-IX) TO WS-SOEG-FILNAVN
                   PERFORM FIND-REGEL
                   IF WS-SOEG-RGL-IX > ZEROES
                       MOVE WS-SOEG-RGL-IX TO WS-RGL-IX
                       IF WS-RGL-ER-GYLDIG(WS-RGL-IX)
                           AND WS-MT-AAR(WS-MT-IX)
                           + WS-RGL-SLET-AAR(WS-RGL-IX)
                           <= WS-REF-AAR
                           PERFORM TOEM-ARKIV
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           TOEM-ARKIV.
           MOVE WS-MT-AAR(WS-MT-IX) TO WS-ARKIV-AAR.
           PERFORM DAN-ARKIVNAVN.
           MOVE ZEROES TO WS-PRG-SLETTET.
           MOVE ZEROES TO WS-PRG-TILBAGEHOLDT.
           OPEN INPUT ARKIVFILE.
           IF WS-ARK-STATUS NOT = "00"
               MOVE SPACES TO WS-CERT-LINE
               STRING "ARKIV " DELIMITED BY SIZE
                   WS-ARKIV-NAVN DELIMITED BY SPACE
                   ": findes ikke - afmeldt manifestet"
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM SKRIV-CERT-LINJE
           ELSE
               PERFORM SORTER-ARKIV
               PERFORM SKRIV-ARKIV-TILBAGE
               MOVE SPACES TO WS-CERT-LINE
               STRING "ARKIV " DELIMITED BY SIZE
                   WS-ARKIV-NAVN DELIMITED BY SPACE
                   ": " WS-PRG-SLETTET " linjer slettet, "
                   WS-PRG-TILBAGEHOLDT " tilbageholdt"
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM SKRIV-CERT-LINJE
           END-IF.
           MOVE WS-PRG-TILBAGEHOLDT TO WS-MT-ANTAL-LINJER(WS-MT-IX).
           MOVE WS-DAGS-DATO TO WS-MT-DATO(WS-MT-IX).
           IF WS-PRG-TILBAGEHOLDT = ZEROES
               MOVE "S" TO WS-MT-STATUS(WS-MT-IX)
               ADD 1 TO WS-CTL-ARKIVER-TOEMT
           END-IF.
           ADD WS-PRG-SLETTET TO WS-CTL-SLETTET.
           ADD WS-PRG-TILBAGEHOLDT TO WS-CTL-TILBAGEHOLDT.

      *    The held lines are set aside on the work file while the
      *    archive is read.
           SORTER-ARKIV.
           OPEN OUTPUT ARBEJDSFILE.
           IF WS-ARB-STATUS NOT = "00"
               STRING "Open Opbevaring.tmp failed, status "
                   WS-ARB-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ ARKIVFILE INTO WS-LINJE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-LAEST
                       PERFORM UDTRAEK-AAR-OG-NOEGLE
                       PERFORM TJEK-TILBAGEHOLD
                       IF WS-LINJE-HOLDES
                           ADD 1 TO WS-PRG-TILBAGEHOLDT
                           MOVE WS-LINJE TO ARBEJDSLINE
                           WRITE ARBEJDSLINE
                       ELSE
                           ADD 1 TO WS-PRG-SLETTET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARKIVFILE.
           CLOSE ARBEJDSFILE.

           SKRIV-ARKIV-TILBAGE.
           OPEN INPUT ARBEJDSFILE.
           OPEN OUTPUT ARKIVFILE.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ ARBEJDSFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       MOVE ARBEJDSLINE TO ARKIVLINE
                       WRITE ARKIVLINE
               END-READ
           END-PERFORM.
           CLOSE ARBEJDSFILE.
           CLOSE ARKIVFILE.

      *    <file>ArkivYYYY.txt - the live name up to the dot.
           DAN-ARKIVNAVN.
           MOVE SPACES TO WS-ARKIV-STAMME.
           UNSTRING WS-RGL-FILNAVN(WS-RGL-IX) DELIMITED BY "."
               INTO WS-ARKIV-STAMME.
           MOVE SPACES TO WS-ARKIV-NAVN.
           STRING WS-ARKIV-STAMME DELIMITED BY SPACE
               "Arkiv" WS-ARKIV-AAR ".txt" DELIMITED BY SIZE
               INTO WS-ARKIV-NAVN.

           RYD-LIVEFIL.
           IF WS-RGL-ER-GYLDIG(WS-RGL-IX)
               EVALUATE WS-RGL-KODE(WS-RGL-IX)
                   WHEN "AUD"
                       PERFORM RYD-AUDIT
                   WHEN "KOR"
                       PERFORM RYD-KORRESPONDANCER
                   WHEN "SIG"
                       PERFORM RYD-SIGNONLOG
                   WHEN "DRL"
                       PERFORM RYD-DRIFTSLOG
                   WHEN "ADR"
                       PERFORM RYD-ADRESSEHISTORIK
                   WHEN "KAE"
                       PERFORM RYD-AENDRINGLOG
                   WHEN "AML"
                       PERFORM RYD-AMLBEVAEGELSER
               END-EVALUATE
               PERFORM LUK-ARKIV
           END-IF.
           PERFORM SKRIV-CERT-FIL.

      *    Each line-sequential file is split onto the work file
      *    and its archives, then copied back from the work file -
      *    only if anything left it.
           RYD-AUDIT.
           OPEN INPUT AUDITFILE.
           IF WS-AUD-STATUS = "00"
               MOVE "J" TO WS-RGL-FIL(WS-RGL-IX)
               PERFORM AABN-ARBEJDSFIL
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ AUDITFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM FORDEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE AUDITFILE
               CLOSE ARBEJDSFILE
               IF WS-RGL-ARKIVERET(WS-RGL-IX)
                   + WS-RGL-SLETTET(WS-RGL-IX) > ZEROES
                   OPEN INPUT ARBEJDSFILE
                   OPEN OUTPUT AUDITFILE
                   MOVE ZEROES TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 1
                       READ ARBEJDSFILE
                           AT END
                               MOVE 1 TO WS-END-OF-FILE
                           NOT AT END
                               MOVE ARBEJDSLINE TO AUDITLINE
                               WRITE AUDITLINE
                       END-READ
                   END-PERFORM
                   CLOSE ARBEJDSFILE
                   CLOSE AUDITFILE
               END-IF
           END-IF.

      *    The letter log is indexed: lines leaving it are deleted
      *    in place, so there is nothing to copy back.
           RYD-KORRESPONDANCER.
           OPEN I-O KORRESPONDANCEFILE.
           IF WS-KOR-STATUS = "00"
               MOVE "J" TO WS-RGL-FIL(WS-RGL-IX)
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KORRESPONDANCEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE KORRESPONDANCEREC TO WS-LINJE
                           PERFORM VURDER-LINJE
                           IF NOT WS-LINJE-BEHOLDES
                               DELETE KORRESPONDANCEFILE RECORD
                                   INVALID KEY
                                       DISPLAY "ADVARSEL: Brev "
                                           KOR-NR " kunne ikke "
                                           "slettes"
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KORRESPONDANCEFILE
           END-IF.

           RYD-SIGNONLOG.
           OPEN INPUT SIGNONLOGFILE.
           IF WS-SIG-STATUS = "00"
               MOVE "J" TO WS-RGL-FIL(WS-RGL-IX)
               PERFORM AABN-ARBEJDSFIL
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ SIGNONLOGFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM FORDEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE SIGNONLOGFILE
               CLOSE ARBEJDSFILE
               IF WS-RGL-ARKIVERET(WS-RGL-IX)
                   + WS-RGL-SLETTET(WS-RGL-IX) > ZEROES
                   OPEN INPUT ARBEJDSFILE
                   OPEN OUTPUT SIGNONLOGFILE
                   MOVE ZEROES TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 1
                       READ ARBEJDSFILE
                           AT END
                               MOVE 1 TO WS-END-OF-FILE
                           NOT AT END
                               MOVE ARBEJDSLINE TO SIGNONLOGLINE
                               WRITE SIGNONLOGLINE
                       END-READ
                   END-PERFORM
                   CLOSE ARBEJDSFILE
                   CLOSE SIGNONLOGFILE
               END-IF
           END-IF.

      *    This run's own statistics line is appended afterwards,
      *    by SKRIV-DRIFTSSTATISTIK, so it is not lost here.
           RYD-DRIFTSLOG.
           OPEN INPUT DRIFTSLOGFILE.
           IF WS-DRL-STATUS = "00"
               MOVE "J" TO WS-RGL-FIL(WS-RGL-IX)
               PERFORM AABN-ARBEJDSFIL
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ DRIFTSLOGFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM FORDEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE DRIFTSLOGFILE
               CLOSE ARBEJDSFILE
               IF WS-RGL-ARKIVERET(WS-RGL-IX)
                   + WS-RGL-SLETTET(WS-RGL-IX) > ZEROES
                   OPEN INPUT ARBEJDSFILE
                   OPEN OUTPUT DRIFTSLOGFILE
                   MOVE ZEROES TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 1
                       READ ARBEJDSFILE
                           AT END
                               MOVE 1 TO WS-END-OF-FILE
                           NOT AT END
                               MOVE ARBEJDSLINE TO DRIFTSLOGLINE
                               WRITE DRIFTSLOGLINE
                       END-READ
                   END-PERFORM
                   CLOSE ARBEJDSFILE
                   CLOSE DRIFTSLOGFILE
               END-IF
           END-IF.

           RYD-ADRESSEHISTORIK.
           OPEN INPUT ADRHISTFILE.
           IF WS-ADH-STATUS = "00"
               MOVE "J" TO WS-RGL-FIL(WS-RGL-IX)
               PERFORM AABN-ARBEJDSFIL
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ ADRHISTFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM FORDEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE ADRHISTFILE
               CLOSE ARBEJDSFILE
               IF WS-RGL-ARKIVERET(WS-RGL-IX)
                   + WS-RGL-SLETTET(WS-RGL-IX) > ZEROES
                   OPEN INPUT ARBEJDSFILE
                   OPEN OUTPUT ADRHISTFILE
                   MOVE ZEROES TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 1
                       READ ARBEJDSFILE
                           AT END
                               MOVE 1 TO WS-END-OF-FILE
                           NOT AT END
                               MOVE ARBEJDSLINE TO ADRHISTLINE
                               WRITE ADRHISTLINE
                       END-READ
                   END-PERFORM
                   CLOSE ARBEJDSFILE
                   CLOSE ADRHISTFILE
               END-IF
           END-IF.

           RYD-AENDRINGLOG.
           OPEN INPUT AENDRINGLOGFILE.
           IF WS-KAL-STATUS = "00"
               MOVE "J" TO WS-RGL-FIL(WS-RGL-IX)
               PERFORM AABN-ARBEJDSFIL
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ AENDRINGLOGFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM FORDEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE AENDRINGLOGFILE
               CLOSE ARBEJDSFILE
               IF WS-RGL-ARKIVERET(WS-RGL-IX)
                   + WS-RGL-SLETTET(WS-RGL-IX) > ZEROES
                   OPEN INPUT ARBEJDSFILE
                   OPEN OUTPUT AENDRINGLOGFILE
                   MOVE ZEROES TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 1
                       READ ARBEJDSFILE
                           AT END
                               MOVE 1 TO WS-END-OF-FILE
                           NOT AT END
                               MOVE ARBEJDSLINE TO AENDRINGLOGLINE
                               WRITE AENDRINGLOGLINE
                       END-READ
                   END-PERFORM
                   CLOSE ARBEJDSFILE
                   CLOSE AENDRINGLOGFILE
               END-IF
           END-IF.

      *    Opgave35 prunes its store to the alert window every
      *    night, so normally nothing here is old enough to move;
      *    the rule is the backstop if that pruning ever stops.
           RYD-AMLBEVAEGELSER.
           OPEN INPUT LAGERFILE.
           IF WS-LAG-STATUS = "00"
               MOVE "J" TO WS-RGL-FIL(WS-RGL-IX)
               PERFORM AABN-ARBEJDSFIL
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ LAGERFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM FORDEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE LAGERFILE
               CLOSE ARBEJDSFILE
               IF WS-RGL-ARKIVERET(WS-RGL-IX)
                   + WS-RGL-SLETTET(WS-RGL-IX) > ZEROES
                   OPEN INPUT ARBEJDSFILE
                   OPEN OUTPUT LAGERFILE
                   MOVE ZEROES TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 1
                       READ ARBEJDSFILE
                           AT END
                               MOVE 1 TO WS-END-OF-FILE
                           NOT AT END
                               MOVE ARBEJDSLINE TO LAGERLINE
                               WRITE LAGERLINE
                       END-READ
                   END-PERFORM
                   CLOSE ARBEJDSFILE
                   CLOSE LAGERFILE
               END-IF
           END-IF.

           AABN-ARBEJDSFIL.
           OPEN OUTPUT ARBEJDSFILE.
           IF WS-ARB-STATUS NOT = "00"
               STRING "Open Opbevaring.tmp failed, status "
                   WS-ARB-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           FORDEL-LINJE.
           PERFORM VURDER-LINJE.
           IF WS-LINJE-BEHOLDES
               MOVE WS-LINJE TO ARBEJDSLINE
               WRITE ARBEJDSLINE
           END-IF.

      *    Past the retention the line is deleted, unless it is
      *    held - then it goes to its year's archive and waits
      *    there. Past only the live period it is archived. A line
      *    whose date cannot be read stays in the live file.
           VURDER-LINJE.
           ADD 1 TO WS-CTL-LAEST.
           ADD 1 TO WS-RGL-LAEST(WS-RGL-IX).
           PERFORM UDTRAEK-AAR-OG-NOEGLE.
           MOVE "B" TO WS-LINJE-UDFALD.
           IF WS-LINJE-AAR > ZEROES
               IF WS-LINJE-AAR + WS-RGL-SLET-AAR(WS-RGL-IX)
                   <= WS-REF-AAR
                   PERFORM TJEK-TILBAGEHOLD
                   IF WS-LINJE-HOLDES
                       MOVE "A" TO WS-LINJE-UDFALD
                       ADD 1 TO WS-RGL-TILBAGEHOLDT(WS-RGL-IX)
                       ADD 1 TO WS-CTL-TILBAGEHOLDT
                   ELSE
                       MOVE "S" TO WS-LINJE-UDFALD
                   END-IF
               ELSE
                   IF WS-LINJE-AAR + WS-RGL-LIVE-AAR(WS-RGL-IX)
                       <= WS-REF-AAR
                       MOVE "A" TO WS-LINJE-UDFALD
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-LINJE-ARKIVERES
                   PERFORM SKRIV-ARKIVLINJE
                   ADD 1 TO WS-RGL-ARKIVERET(WS-RGL-IX)
                   ADD 1 TO WS-CTL-ARKIVERET
               WHEN WS-LINJE-SLETTES
                   ADD 1 TO WS-RGL-SLETTET(WS-RGL-IX)
                   ADD 1 TO WS-CTL-SLETTET
               WHEN OTHER
                   ADD 1 TO WS-RGL-BEHOLDT(WS-RGL-IX)
           END-EVALUATE.

      *    Where each file keeps its date and the customer or
      *    account it concerns. The yy/mm/dd lines are this
      *    century's; the others carry YYYYMMDD.
           UDTRAEK-AAR-OG-NOEGLE.
           MOVE ZEROES TO WS-LINJE-AAR.
           MOVE SPACES TO WS-NOEGLE-KUNDE.
           MOVE SPACES TO WS-NOEGLE-KONTO.
           EVALUATE WS-RGL-KODE(WS-RGL-IX)
               WHEN "AUD"
               WHEN "ADR"
               WHEN "AML"
                   IF WS-LINJE(1:2) IS NUMERIC
                       AND WS-LINJE(3:1) = "/"
                       MOVE WS-LINJE(1:2) TO WS-LINJE-AAR2
                       COMPUTE WS-LINJE-AAR = 2000 + WS-LINJE-AAR2
                   END-IF
               WHEN "KOR"
                   IF WS-LINJE(30:4) IS NUMERIC
                       MOVE WS-LINJE(30:4) TO WS-LINJE-AAR
                   END-IF
               WHEN OTHER
                   IF WS-LINJE(1:4) IS NUMERIC
                       MOVE WS-LINJE(1:4) TO WS-LINJE-AAR
                   END-IF
           END-EVALUATE.
           EVALUATE WS-RGL-KODE(WS-RGL-IX)
               WHEN "AUD"
                   MOVE WS-LINJE(37:10) TO WS-NOEGLE-KUNDE
               WHEN "ADR"
                   MOVE WS-LINJE(19:10) TO WS-NOEGLE-KUNDE
               WHEN "KAE"
                   MOVE WS-LINJE(47:10) TO WS-NOEGLE-KUNDE
               WHEN "AML"
                   MOVE WS-LINJE(22:20) TO WS-NOEGLE-KONTO
               WHEN "KOR"
                   MOVE WS-LINJE(8:10) TO WS-NOEGLE-KUNDE
                   MOVE WS-LINJE(38:20) TO WS-NOEGLE-KONTO
           END-EVALUATE.

           TJEK-TILBAGEHOLD.
           MOVE "N" TO WS-HOLD-SWITCH.
           IF WS-HOLD-TABEL-FULD
               AND (WS-NOEGLE-KUNDE NOT = SPACES
                   OR WS-NOEGLE-KONTO NOT = SPACES)
               MOVE "J" TO WS-HOLD-SWITCH
           END-IF.
           IF WS-NOEGLE-KUNDE NOT = SPACES
               PERFORM VARYING WS-HK-IX FROM 1 BY 1
                       UNTIL WS-HK-IX > WS-HK-ANTAL
                       OR WS-LINJE-HOLDES
                   IF WS-HK-KUNDE-ID(WS-HK-IX) = WS-NOEGLE-KUNDE
                       AND WS-HK-HOLDES(WS-HK-IX)
                       MOVE "J" TO WS-HOLD-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-NOEGLE-KONTO NOT = SPACES
               PERFORM VARYING WS-HA-IX FROM 1 BY 1
                       UNTIL WS-HA-IX > WS-HA-ANTAL
                       OR WS-LINJE-HOLDES
                   IF WS-HA-KONTONUMMER(WS-HA-IX) = WS-NOEGLE-KONTO
                       AND WS-HK-HOLDES(WS-HA-HK-IX(WS-HA-IX))
                       MOVE "J" TO WS-HOLD-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

      *    One archive open at a time; a line of another year
      *    closes it and opens that year's, appending.
           SKRIV-ARKIVLINJE.
           IF WS-ARKIV-AABEN AND WS-ARKIV-AAR NOT = WS-LINJE-AAR
               PERFORM LUK-ARKIV
           END-IF.
           IF NOT WS-ARKIV-AABEN
               MOVE WS-LINJE-AAR TO WS-ARKIV-AAR
               PERFORM DAN-ARKIVNAVN
               OPEN EXTEND ARKIVFILE
               IF WS-ARK-STATUS = "35"
                   OPEN OUTPUT ARKIVFILE
               END-IF
               IF WS-ARK-STATUS NOT = "00"
                   STRING "Open " WS-ARKIV-NAVN DELIMITED BY SPACE
                       " failed, status " WS-ARK-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE "J" TO WS-ARKIV-SWITCH
               PERFORM FIND-MANIFESTRAEKKE
           END-IF.
           MOVE WS-LINJE TO ARKIVLINE.
           WRITE ARKIVLINE.
           ADD 1 TO WS-MT-ANTAL-LINJER(WS-MT-FUNDET-IX).
           MOVE "A" TO WS-MT-STATUS(WS-MT-FUNDET-IX).
           MOVE WS-DAGS-DATO TO WS-MT-DATO(WS-MT-FUNDET-IX).

           LUK-ARKIV.
           IF WS-ARKIV-AABEN
               CLOSE ARKIVFILE
               MOVE "N" TO WS-ARKIV-SWITCH
           END-IF.

           FIND-MANIFESTRAEKKE.
           MOVE ZEROES TO WS-MT-FUNDET-IX.
           PERFORM VARYING WS-MT-IX FROM 1 BY 1
                   UNTIL WS-MT-IX > WS-MT-ANTAL
                   OR WS-MT-FUNDET-IX > ZEROES
               IF WS-MT-FILNAVN(WS-MT-IX) = WS-RGL-FILNAVN(WS-RGL-IX)
                   AND WS-MT-AAR(WS-MT-IX) = WS-ARKIV-AAR
                   MOVE WS-MT-IX TO WS-MT-FUNDET-IX
               END-IF
           END-PERFORM.
           IF WS-MT-FUNDET-IX = ZEROES
               IF WS-MT-ANTAL >= WS-MT-MAX
                   MOVE "OpbevaringsManifest.txt er fuld"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-MT-ANTAL
               MOVE WS-RGL-FILNAVN(WS-RGL-IX)
                   TO WS-MT-FILNAVN(WS-MT-ANTAL)
               MOVE WS-ARKIV-AAR TO WS-MT-AAR(WS-MT-ANTAL)
               MOVE ZEROES TO WS-MT-ANTAL-LINJER(WS-MT-ANTAL)
               MOVE "A" TO WS-MT-STATUS(WS-MT-ANTAL)
               MOVE WS-DAGS-DATO TO WS-MT-DATO(WS-MT-ANTAL)
               MOVE WS-MT-ANTAL TO WS-MT-FUNDET-IX
           END-IF.

           SKRIV-MANIFEST.
           OPEN OUTPUT MANIFESTFILE.
           IF WS-MAN-STATUS NOT = "00"
               STRING "Open OpbevaringsManifest.txt failed, "
                   "status " WS-MAN-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM VARYING WS-MT-IX FROM 1 BY 1
                   UNTIL WS-MT-IX > WS-MT-ANTAL
               MOVE WS-MT-FILNAVN(WS-MT-IX) TO MAN-FILNAVN
               MOVE WS-MT-AAR(WS-MT-IX) TO MAN-AAR
               MOVE WS-MT-ANTAL-LINJER(WS-MT-IX) TO MAN-ANTAL
               MOVE WS-MT-STATUS(WS-MT-IX) TO MAN-STATUS
               MOVE WS-MT-DATO(WS-MT-IX) TO MAN-DATO
               WRITE MANIFESTREC
           END-PERFORM.
           CLOSE MANIFESTFILE.

           SKRIV-CERT-HOVED.
           MOVE WS-DAGS-DATO TO WS-DATO-ED.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "OPBEVARINGSCERTIFIKAT " WS-DATO-ED
               " REFERENCEAAR: " WS-REF-AAR
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM SKRIV-CERT-LINJE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Tilbageholdt: " WS-CTL-AML-KUNDER
               " kunder med aaben AML-sag, " WS-CTL-BO-KUNDER
               " kunder med uafviklet dodsbo."
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM SKRIV-CERT-LINJE.
           IF WS-HOLD-TABEL-FULD
               MOVE "  Tabellen over tilbageholdte kunder er fuld -"
                   TO WS-CERT-LINE
               PERFORM SKRIV-CERT-LINJE
               MOVE "  alle linjer med kunde eller konto er beholdt."
                   TO WS-CERT-LINE
               PERFORM SKRIV-CERT-LINJE
           END-IF.

           SKRIV-CERT-FIL.
           MOVE SPACES TO WS-CERT-LINE.
           EVALUATE TRUE
               WHEN WS-RGL-ER-AFVIST(WS-RGL-IX)
                   STRING WS-RGL-FILNAVN(WS-RGL-IX)
                       DELIMITED BY SPACE
                       ": regel afvist - ikke behandlet"
                       DELIMITED BY SIZE INTO WS-CERT-LINE
               WHEN WS-RGL-MANGLER(WS-RGL-IX)
                   STRING WS-RGL-FILNAVN(WS-RGL-IX)
                       DELIMITED BY SPACE
                       ": ingen opbevaringsregel - ikke behandlet"
                       DELIMITED BY SIZE INTO WS-CERT-LINE
               WHEN NOT WS-RGL-FIL-FUNDET(WS-RGL-IX)
                   STRING WS-RGL-FILNAVN(WS-RGL-IX)
                       DELIMITED BY SPACE
                       ": findes ikke - intet at slette"
                       DELIMITED BY SIZE INTO WS-CERT-LINE
               WHEN OTHER
                   STRING WS-RGL-FILNAVN(WS-RGL-IX)
                       DELIMITED BY SPACE
                       ": live " WS-RGL-LIVE-AAR(WS-RGL-IX)
                       " aar, opbevaring "
                       WS-RGL-SLET-AAR(WS-RGL-IX) " aar, "
                       WS-RGL-LAEST(WS-RGL-IX) " linjer laest"
                       DELIMITED BY SIZE INTO WS-CERT-LINE
           END-EVALUATE.
           PERFORM SKRIV-CERT-LINJE.
           IF WS-RGL-ER-GYLDIG(WS-RGL-IX)
               AND WS-RGL-FIL-FUNDET(WS-RGL-IX)
               MOVE SPACES TO WS-CERT-LINE
               STRING "  arkiveret " WS-RGL-ARKIVERET(WS-RGL-IX)
                   " (heraf tilbageholdt "
                   WS-RGL-TILBAGEHOLDT(WS-RGL-IX) "), slettet "
                   WS-RGL-SLETTET(WS-RGL-IX) ", beholdt "
                   WS-RGL-BEHOLDT(WS-RGL-IX)
                   DELIMITED BY SIZE INTO WS-CERT-LINE
               PERFORM SKRIV-CERT-LINJE
           END-IF.

           SKRIV-CERT-AFSLUTNING.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "I alt slettet " WS-CTL-SLETTET " linjer, "
               WS-CTL-ARKIVER-TOEMT " arkivaar toemt; "
               WS-CTL-TILBAGEHOLDT " linjer tilbageholdt."
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM SKRIV-CERT-LINJE.

           SKRIV-CERT-LINJE.
           MOVE WS-CERT-LINE TO CERTIFIKATLINE.
           WRITE CERTIFIKATLINE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE137 - KOERSELSOVERSIGT".
           DISPLAY "REFERENCEAAR:            " WS-REF-AAR.
           DISPLAY "LINJER LAEST:            " WS-CTL-LAEST.
           DISPLAY "ARKIVERET:               " WS-CTL-ARKIVERET.
           DISPLAY "SLETTET:                 " WS-CTL-SLETTET.
           DISPLAY "TILBAGEHOLDT:            " WS-CTL-TILBAGEHOLDT.
           DISPLAY "ARKIVAAR TOEMT:          " WS-CTL-ARKIVER-TOEMT.
           DISPLAY "----------------------------------------".
           DISPLAY "Se OpbevaringsCertifikat.txt".

           ABEND-RUN.
           DISPLAY "OPGAVE137: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-ARKIVERET TO WS-STAT-SKREVET.
           MOVE ZEROES TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
