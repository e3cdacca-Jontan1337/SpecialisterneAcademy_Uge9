           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE128.

      *    Subject access (indsigt) extract for one customer - the
      *    counterpart of the Opgave41 erasure. For the KUNDE-ID
      *    keyed at the terminal everything the bank holds on the
      *    customer is gathered onto Indsigtsrapport.txt, a
      *    readable report the branch hands over:
      *
      *      - the master record off Kundeoplysninger.txt
      *      - the CPR number off KundeCpr.txt
      *      - the contact lines off KundeKontakter.txt
      *      - the address changes off AdresseHistorik.txt
      *        and its active AdresseHistorikArkivYYYY.txt years
      *      - the accounts: held as primary (KontoOpl.txt on its
      *        KUNDE-ID alternate key), as co-holder (KontoEjere.txt
      *        on its KUNDE-ID alternate key) and closed and
      *        archived (KontoArkiv.txt, the Opgave41 positions)
      *      - the powers of attorney given and held (Fuldmagter.txt)
      *      - the statement delivery preference
      *        (LeveringsPraeferencer.txt)
      *      - the letters sent (Korrespondancer.txt and its
      *        active KorrespondancerArkivYYYY.txt years)
      *      - twelve months of postings on the live accounts off
      *        TransHistorikIdx.txt
      *
      *    AmlSager.txt, KundeHold.txt and the screening reports,
      *    and KycReviews.txt are never opened here: AML cases,
      *    sanctions hits and the KYC risk class must not reach
      *    the customer, and what is not read cannot be printed.
      *    The extract itself goes on the correspondence log as an
      *    INDSIGT letter through KORRESPONDANCELOG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.
           SELECT KONTAKTFILE ASSIGN TO "KundeKontakter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTF-STATUS.
           SELECT ADRHISTFILE ASSIGN TO "AdresseHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHI-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOOPLREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KOF-STATUS.
           SELECT KONTOEJERFILE ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEJ-NOEGLE OF KONTOEJERREC
               ALTERNATE RECORD KEY IS KEJ-KUNDE-ID OF KONTOEJERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KEJ-STATUS.
           SELECT KONTOARKIVFILE ASSIGN TO "KontoArkiv.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAR-STATUS.
           SELECT FULDMAGTFILE ASSIGN TO "Fuldmagter.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMG-NOEGLE OF FULDMAGTREC
               FILE STATUS IS WS-FMG-STATUS.
           SELECT LEVPRAEFFILE
               ASSIGN TO "LeveringsPraeferencer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEV-KUNDE-ID OF LEVPRAEFREC
               FILE STATUS IS WS-LEV-STATUS.
           SELECT KORRESPONDANCEFILE ASSIGN TO "Korrespondancer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KOR-NR OF KORRESPONDANCEREC
               ALTERNATE RECORD KEY IS KOR-KUNDE-ID
                   OF KORRESPONDANCEREC WITH DUPLICATES
               FILE STATUS IS WS-KOR-STATUS.
           SELECT TRANSHISTIDXFILE ASSIGN TO "TransHistorikIdx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THX-NOEGLE OF TRANSHISTIDXREC
               ALTERNATE RECORD KEY IS THX-REFERENCE
                   OF TRANSHISTIDXREC WITH DUPLICATES
               FILE STATUS IS WS-THX-STATUS.
           SELECT MANIFESTFILE ASSIGN TO "OpbevaringsManifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT ARKIVFILE ASSIGN TO WS-ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARK-STATUS.
           SELECT INDSIGTOUT ASSIGN TO "Indsigtsrapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IND-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD KONTAKTFILE.
           01 KONTAKTREC.
               COPY "KONTAKTOPL.cpy".

           FD ADRHISTFILE.
           01 ADRHISTLINE                  PIC X(171).

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KONTOEJERFILE.
           01 KONTOEJERREC.
               COPY "KONTOEJER.cpy".

           FD KONTOARKIVFILE.
           01 KONTOARKIVLINE               PIC X(171).

           FD FULDMAGTFILE.
           01 FULDMAGTREC.
               COPY "FULDMAGT.cpy".

           FD LEVPRAEFFILE.
           01 LEVPRAEFREC.
               COPY "LEVPRAEF.cpy".

           FD KORRESPONDANCEFILE.
           01 KORRESPONDANCEREC.
               COPY "KORRESPONDANCE.cpy".

           FD TRANSHISTIDXFILE.
           01 TRANSHISTIDXREC.
               COPY "TRANSHISTIDX.cpy".

           FD MANIFESTFILE.
           01 MANIFESTREC.
               02 MAN-FILNAVN              PIC X(30).
               02 MAN-AAR                  PIC 9(4).
               02 MAN-ANTAL                PIC 9(7).
               02 MAN-STATUS               PIC X(1).
               02 MAN-DATO                 PIC 9(8).

           FD ARKIVFILE.
           01 ARKIVLINE                    PIC X(171).

           FD INDSIGTOUT.
           01 INDSIGTLINE                  PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-KTF-STATUS                PIC X(2).
           01 WS-AHI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KEJ-STATUS                PIC X(2).
           01 WS-KAR-STATUS                PIC X(2).
           01 WS-FMG-STATUS                PIC X(2).
           01 WS-LEV-STATUS                PIC X(2).
           01 WS-KOR-STATUS                PIC X(2).
           01 WS-THX-STATUS                PIC X(2).
           01 WS-IND-STATUS                PIC X(2).
           01 WS-MAN-STATUS                PIC X(2).
           01 WS-ARK-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

           01 WS-INDSIGT-KUNDE-ID          PIC X(10) VALUE SPACES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
      *    Postings from this date on - the same day a year back.
           01 WS-FRA-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-LINJE-DATO-X              PIC X(8) VALUE SPACES.
           01 WS-LINJE-DATO REDEFINES WS-LINJE-DATO-X
                                           PIC 9(8).

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".
           01 WS-THX-FUNKTION              PIC X(1) VALUE "K".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.

      *    The customer's accounts. KT-ROLLE is "P" primary holder,
      *    "M" co-holder, "A" closed and archived.
           01 WS-KONTO-ANTAL               PIC 9(3) VALUE ZEROES.
           01 WS-KONTO-TABEL.
               02 WS-KONTO-POST OCCURS 500 TIMES.
                   03 KT-KONTONUMMER       PIC X(20).
                   03 KT-ROLLE             PIC X(1).
           01 WS-KONTO-IX                  PIC 9(3) VALUE ZEROES.
           01 WS-KONTO-MATCH               PIC X(1) VALUE "N".
           01 WS-SOEG-KONTONUMMER          PIC X(20) VALUE SPACES.
           01 WS-NY-ROLLE                  PIC X(1) VALUE SPACES.

           01 WS-BALANCE-ED                PIC -(7)9.99 VALUE ZEROES.
           01 WS-LIMIT-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-ROLLE-TEKST               PIC X(10) VALUE SPACES.
           01 WS-OVERSKRIFT                PIC X(40) VALUE SPACES.
           01 WS-FMG-RETNING               PIC X(17) VALUE SPACES.
           01 WS-FMG-MODPART               PIC X(10) VALUE SPACES.
           01 WS-RAPPORT-LINE              PIC X(120) VALUE SPACES.

           01 WS-CTL-LINJER                PIC 9(5) VALUE ZEROES.
           01 WS-CTL-POSTERINGER           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ADRHIST-ARKIV         PIC 9(5) VALUE ZEROES.
           01 WS-CTL-KOR-ARKIV             PIC 9(5) VALUE ZEROES.

      *    The active archive years off OpbevaringsManifest.txt,
      *    for AdresseHistorik.txt and Korrespondancer.txt.
           01 WS-ARKIV-ANTAL               PIC 9(3) VALUE ZEROES.
           01 WS-ARKIV-TABEL.
               02 WS-ARKIV-POST OCCURS 200 TIMES.
                   03 AT-FILNAVN           PIC X(30).
                   03 AT-AAR               PIC 9(4).
           01 WS-ARKIV-IX                  PIC 9(3) VALUE ZEROES.
           01 WS-ARKIV-FILNAVN             PIC X(30) VALUE SPACES.
           01 WS-ARKIV-NAVN                PIC X(40) VALUE SPACES.
           01 WS-ARKIV-STAMME              PIC X(30) VALUE SPACES.

           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "INDSIGT".
           01 WS-INGEN-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV128".
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
      *    Who is at the keyboard, and may they use this function -
      *    verified sign-on with the authority level this screen
      *    demands, logged by OPERATORKONTROL either way.
           CALL "OPERATORKONTROL" USING WS-LAAS-PROGRAM
               WS-SIGNON-NIVEAU WS-SIGNON-OPERATOER
               WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT NOT = "G"
               STOP RUN
           END-IF.
           PERFORM DAN-INDSIGT.
           STOP RUN.

           DAN-INDSIGT.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           COMPUTE WS-FRA-DATO = WS-DAGS-DATO - 10000.
           DISPLAY "KUNDE-ID der beder om indsigt: "
               WITH NO ADVANCING.
           ACCEPT WS-INDSIGT-KUNDE-ID.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-INDSIGT-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           CLOSE KUNDEOPLFILE.
           IF NOT WS-RECORD-FUNDET
               DISPLAY "KUNDE-ID ikke fundet - ingen rapport."
           ELSE
               DISPLAY "Kunde: " FORNAVN IN KUNDEOPLREC " "
                   EFTERNAVN IN KUNDEOPLREC
               DISPLAY "Dan indsigtsrapport (J/N): "
                   WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
               IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                   PERFORM SKRIV-INDSIGTSRAPPORT
               ELSE
                   DISPLAY "Annulleret."
               END-IF
           END-IF.

           SKRIV-INDSIGTSRAPPORT.
           OPEN OUTPUT INDSIGTOUT.
           IF WS-IND-STATUS NOT = "00"
               STRING "Open Indsigtsrapport.txt failed, status "
                   WS-IND-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "INDSIGT I REGISTREREDE OPLYSNINGER - KUNDE-ID "
               WS-INDSIGT-KUNDE-ID " - DANNET " WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.
           PERFORM INDLAES-ARKIVAAR.
           PERFORM SKRIV-STAMOPLYSNINGER.
           PERFORM SKRIV-CPR-NUMMER.
           PERFORM SKRIV-KONTAKTER.
           PERFORM SKRIV-ADRESSEHISTORIK.
           PERFORM SAML-KONTI.
           PERFORM SKRIV-KONTI.
           PERFORM SKRIV-FULDMAGTER.
           PERFORM SKRIV-LEVERINGSPRAEFERENCE.
           PERFORM SKRIV-KORRESPONDANCE.
           PERFORM SKRIV-POSTERINGER.
           CLOSE INDSIGTOUT.

      *    Logged after the letters above were listed, so the
      *    report does not show itself.
           CALL "KORRESPONDANCELOG" USING WS-INDSIGT-KUNDE-ID
               WS-BREVTYPE
               WS-INGEN-KONTONUMMER
               WS-KOR-RESULT.
           IF WS-KOR-RESULT NOT = "M"
               DISPLAY "ADVARSEL: indsigten kunne ikke logges i "
                   "Korrespondancer.txt"
           END-IF.
           DISPLAY "Indsigtsrapport.txt dannet, linjer: "
               WS-CTL-LINJER " posteringer: " WS-CTL-POSTERINGER.
           DISPLAY "  heraf fra arkiverne - adresser: "
               WS-CTL-ADRHIST-ARKIV " breve: " WS-CTL-KOR-ARKIV.

      *    Opgave137 moves lines past their live period into one
      *    archive per file and year; the years still held are
      *    the ones marked A on the manifest.
           INDLAES-ARKIVAAR.
           MOVE ZEROES TO WS-ARKIV-ANTAL.
           OPEN INPUT MANIFESTFILE.
           IF WS-MAN-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ MANIFESTFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF (MAN-FILNAVN = "AdresseHistorik.txt"
                               OR MAN-FILNAVN = "Korrespondancer.txt")
                               AND MAN-STATUS = "A"
                               AND WS-ARKIV-ANTAL < 200
                               ADD 1 TO WS-ARKIV-ANTAL
                               MOVE MAN-FILNAVN
                                   TO AT-FILNAVN(WS-ARKIV-ANTAL)
                               MOVE MAN-AAR
                                   TO AT-AAR(WS-ARKIV-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFESTFILE
           END-IF.

      *    The archive name the Opgave137 way: the live name up to
      *    the dot, then Arkiv and the year.
           DAN-ARKIVNAVN.
           MOVE SPACES TO WS-ARKIV-STAMME.
           UNSTRING AT-FILNAVN(WS-ARKIV-IX) DELIMITED BY "."
               INTO WS-ARKIV-STAMME.
           MOVE SPACES TO WS-ARKIV-NAVN.
           STRING WS-ARKIV-STAMME DELIMITED BY SPACE
               "Arkiv" AT-AAR(WS-ARKIV-IX) ".txt" DELIMITED BY SIZE
               INTO WS-ARKIV-NAVN.

           SKRIV-LINJE.
           MOVE WS-RAPPORT-LINE TO INDSIGTLINE.
           WRITE INDSIGTLINE.
           ADD 1 TO WS-CTL-LINJER.
           MOVE SPACES TO WS-RAPPORT-LINE.

           SKRIV-OVERSKRIFT.
           PERFORM SKRIV-LINJE.
           MOVE WS-OVERSKRIFT TO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.

           SKRIV-STAMOPLYSNINGER.
           MOVE "STAMOPLYSNINGER" TO WS-OVERSKRIFT.
           PERFORM SKRIV-OVERSKRIFT.
           STRING "  NAVN:       " FORNAVN IN KUNDEOPLREC " "
               EFTERNAVN IN KUNDEOPLREC
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.
           STRING "  ADRESSE:    " VEJNAVN IN KUNDEOPLREC " "
               HUSNR IN KUNDEOPLREC " " ETAGE IN KUNDEOPLREC " "
               SIDE IN KUNDEOPLREC
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.
           IF ADRESSE-LINJE-2 IN KUNDEOPLREC NOT = SPACES
               STRING "              " ADRESSE-LINJE-2 IN KUNDEOPLREC
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               PERFORM SKRIV-LINJE
           END-IF.
           STRING "              " POSTNR IN KUNDEOPLREC " "
               BY-X IN KUNDEOPLREC " " LANDE-KODE IN KUNDEOPLREC
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.
           STRING "  TELEFON:    " TELEFON-LANDEKODE IN KUNDEOPLREC
               " " TELEFON IN KUNDEOPLREC
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.
           STRING "  EMAIL:      " EMAIL IN KUNDEOPLREC
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.
           MOVE BALANCE IN KUNDEOPLREC TO WS-BALANCE-ED.
           MOVE OVERDRAFT-LIMIT IN KUNDEOPLREC TO WS-LIMIT-ED.
           STRING "  KONTO:      " KONTONUMMER IN KUNDEOPLREC
               " SALDO " WS-BALANCE-ED " " VALUTAKODE IN KUNDEOPLREC
               " OVERTRAEK " WS-LIMIT-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.

           SKRIV-CPR-NUMMER.
           MOVE "CPR-NUMMER" TO WS-OVERSKRIFT.
           PERFORM SKRIV-OVERSKRIFT.
           MOVE "  (ikke registreret)" TO WS-RAPPORT-LINE.
           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS = "00"
               MOVE WS-INDSIGT-KUNDE-ID TO CPR-KUNDE-ID
               READ KUNDECPRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-RAPPORT-LINE
                       STRING "  " CPR-NUMMER " REGISTRERET "
                           CPR-DATO
                           DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               END-READ
               CLOSE KUNDECPRFILE
           END-IF.
           PERFORM SKRIV-LINJE.

           SKRIV-KONTAKTER.
           MOVE "KONTAKTER" TO WS-OVERSKRIFT.
           PERFORM SKRIV-OVERSKRIFT.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KONTAKTFILE.
           IF WS-KTF-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTAKTFILE INTO KONTAKTREC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KT-KUNDE-ID = WS-INDSIGT-KUNDE-ID
                           IF KT-ER-EMAIL
                               STRING "  EMAIL   " KT-EMAIL
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LINE
                           ELSE
                               STRING "  TELEFON "
                                   KT-TELEFON-LANDEKODE " "
                                   KT-TELEFON
                                   DELIMITED BY SIZE
                                   INTO WS-RAPPORT-LINE
                           END-IF
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KTF-STATUS = "00" OR WS-KTF-STATUS = "10"
               CLOSE KONTAKTFILE
           END-IF.

      *    The Opgave14 lines: date, then the old and new address
      *    from position 29 on.
           SKRIV-ADRESSEHISTORIK.
           MOVE "ADRESSEAENDRINGER" TO WS-OVERSKRIFT.
           PERFORM SKRIV-OVERSKRIFT.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT ADRHISTFILE.
           IF WS-AHI-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ ADRHISTFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF ADRHISTLINE(19:10) = WS-INDSIGT-KUNDE-ID
                           STRING "  " ADRHISTLINE(1:8)
                               ADRHISTLINE(29:108)
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LINE
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AHI-STATUS = "00" OR WS-AHI-STATUS = "10"
               CLOSE ADRHISTFILE
           END-IF.
           MOVE "AdresseHistorik.txt" TO WS-ARKIV-FILNAVN.
           PERFORM VARYING WS-ARKIV-IX FROM 1 BY 1
                   UNTIL WS-ARKIV-IX > WS-ARKIV-ANTAL
               IF AT-FILNAVN(WS-ARKIV-IX) = WS-ARKIV-FILNAVN
                   PERFORM SKRIV-ADRHIST-ARKIV
               END-IF
           END-PERFORM.
           STRING "  (heraf fra arkiverne: " WS-CTL-ADRHIST-ARKIV
               " linjer)" DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.

      *    An archived address line is the live line as it stood.
           SKRIV-ADRHIST-ARKIV.
           PERFORM DAN-ARKIVNAVN.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT ARKIVFILE.
           IF WS-ARK-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ ARKIVFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF ARKIVLINE(19:10) = WS-INDSIGT-KUNDE-ID
                           STRING "  " ARKIVLINE(1:8)
                               ARKIVLINE(29:108)
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LINE
                           PERFORM SKRIV-LINJE
                           ADD 1 TO WS-CTL-ADRHIST-ARKIV
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ARK-STATUS = "00" OR WS-ARK-STATUS = "10"
               CLOSE ARKIVFILE
           END-IF.

           SAML-KONTI.
           MOVE ZEROES TO WS-KONTO-ANTAL.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               MOVE WS-INDSIGT-KUNDE-ID TO KUNDE-ID IN KONTOOPLREC
               START KONTOOPLFILE
                   KEY IS >= KUNDE-ID OF KONTOOPLREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KONTOOPLFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF KUNDE-ID IN KONTOOPLREC NOT =
                               WS-INDSIGT-KUNDE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               MOVE KONTONUMMER IN KONTOOPLREC
                                   TO WS-SOEG-KONTONUMMER
                               MOVE "P" TO WS-NY-ROLLE
                               PERFORM NOTER-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOOPLFILE
           END-IF.
           OPEN INPUT KONTOEJERFILE.
           IF WS-KEJ-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               MOVE WS-INDSIGT-KUNDE-ID TO KEJ-KUNDE-ID
               START KONTOEJERFILE
                   KEY IS >= KEJ-KUNDE-ID OF KONTOEJERREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KONTOEJERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF KEJ-KUNDE-ID NOT = WS-INDSIGT-KUNDE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               MOVE KEJ-KONTONUMMER
                                   TO WS-SOEG-KONTONUMMER
                               MOVE "M" TO WS-NY-ROLLE
                               PERFORM NOTER-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOEJERFILE
           END-IF.
      *    The KUNDE-ID at position 19 and the KONTONUMMER at
      *    position 42 of the fixed archive line, as Opgave41.
           OPEN INPUT KONTOARKIVFILE.
           IF WS-KAR-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KONTOARKIVFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF KONTOARKIVLINE(19:10) =
                               WS-INDSIGT-KUNDE-ID
                               MOVE KONTOARKIVLINE(42:20)
                                   TO WS-SOEG-KONTONUMMER
                               MOVE "A" TO WS-NY-ROLLE
                               PERFORM NOTER-KONTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOARKIVFILE
           END-IF.

      *    An account already noted keeps its first role - the
      *    primary holder is also on KontoEjere.txt.
           NOTER-KONTO.
           PERFORM FIND-KONTO.
           IF WS-KONTO-MATCH = "N" AND WS-KONTO-ANTAL < 500
               ADD 1 TO WS-KONTO-ANTAL
               MOVE WS-SOEG-KONTONUMMER
                   TO KT-KONTONUMMER(WS-KONTO-ANTAL)
               MOVE WS-NY-ROLLE TO KT-ROLLE(WS-KONTO-ANTAL)
           END-IF.

           FIND-KONTO.
           MOVE "N" TO WS-KONTO-MATCH.
           MOVE 1 TO WS-KONTO-IX.
           PERFORM UNTIL WS-KONTO-MATCH = "Y"
               OR WS-KONTO-IX > WS-KONTO-ANTAL
               IF KT-KONTONUMMER(WS-KONTO-IX) = WS-SOEG-KONTONUMMER
                   MOVE "Y" TO WS-KONTO-MATCH
               ELSE
                   ADD 1 TO WS-KONTO-IX
               END-IF
           END-PERFORM.

           SKRIV-KONTI.
           MOVE "KONTI" TO WS-OVERSKRIFT.
           PERFORM SKRIV-OVERSKRIFT.
           OPEN INPUT KONTOOPLFILE.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               UNTIL WS-KONTO-IX > WS-KONTO-ANTAL
               EVALUATE KT-ROLLE(WS-KONTO-IX)
                   WHEN "P" MOVE "EJER" TO WS-ROLLE-TEKST
                   WHEN "M" MOVE "MEDEJER" TO WS-ROLLE-TEKST
                   WHEN OTHER MOVE "ARKIVERET" TO WS-ROLLE-TEKST
               END-EVALUATE
               MOVE "N" TO WS-FOUND-SWITCH
               IF WS-KOF-STATUS = "00"
                   MOVE KT-KONTONUMMER(WS-KONTO-IX)
                       TO KONTONUMMER IN KONTOOPLREC
                   READ KONTOOPLFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND-SWITCH
                   END-READ
               END-IF
               IF WS-RECORD-FUNDET
                   MOVE BALANCE IN KONTOOPLREC TO WS-BALANCE-ED
                   STRING "  " KT-KONTONUMMER(WS-KONTO-IX) " "
                       WS-ROLLE-TEKST " " KONTOTYPE IN KONTOOPLREC
                       " STATUS " KONTOSTATUS IN KONTOOPLREC
                       " AABNET " ABNINGSDATO IN KONTOOPLREC
                       " SALDO " WS-BALANCE-ED " "
                       VALUTAKODE IN KONTOOPLREC
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               ELSE
                   STRING "  " KT-KONTONUMMER(WS-KONTO-IX) " "
                       WS-ROLLE-TEKST " (lukket)"
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               END-IF
               PERFORM SKRIV-LINJE
           END-PERFORM.
           IF WS-KOF-STATUS = "00"
               CLOSE KONTOOPLFILE
           END-IF.

      *    One walk of the register finds both sides - the key
      *    runs on the grantor only.
           SKRIV-FULDMAGTER.
           MOVE "FULDMAGTER" TO WS-OVERSKRIFT.
           PERFORM SKRIV-OVERSKRIFT.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT FULDMAGTFILE.
           IF WS-FMG-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ FULDMAGTFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF FMG-GIVER = WS-INDSIGT-KUNDE-ID
                           MOVE "  GIVET TIL" TO WS-FMG-RETNING
                           MOVE FMG-HAVER TO WS-FMG-MODPART
                           PERFORM SKRIV-FULDMAGT-LINJE
                       END-IF
                       IF FMG-HAVER = WS-INDSIGT-KUNDE-ID
                           MOVE "  MODTAGET FRA" TO WS-FMG-RETNING
                           MOVE FMG-GIVER TO WS-FMG-MODPART
                           PERFORM SKRIV-FULDMAGT-LINJE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FMG-STATUS NOT = "35"
               CLOSE FULDMAGTFILE
           END-IF.

           SKRIV-FULDMAGT-LINJE.
           STRING WS-FMG-RETNING WS-FMG-MODPART
               " OMFANG " FMG-OMFANG
               " FRA " FMG-FRA-DATO " TIL " FMG-TIL-DATO
               " STATUS " FMG-STATUS
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.

           SKRIV-LEVERINGSPRAEFERENCE.
           MOVE "KONTOUDTOG" TO WS-OVERSKRIFT.
           PERFORM SKRIV-OVERSKRIFT.
           MOVE "  P (print - ingen praeference registreret)"
               TO WS-RAPPORT-LINE.
           OPEN INPUT LEVPRAEFFILE.
           IF WS-LEV-STATUS = "00"
               MOVE WS-INDSIGT-KUNDE-ID TO LEV-KUNDE-ID
               READ LEVPRAEFFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-RAPPORT-LINE
                       STRING "  " LEV-KANAL
                           " (P print, E elektronisk, B begge)"
                           DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               END-READ
               CLOSE LEVPRAEFFILE
           END-IF.
           PERFORM SKRIV-LINJE.

           SKRIV-KORRESPONDANCE.
           MOVE "BREVE" TO WS-OVERSKRIFT.
           PERFORM SKRIV-OVERSKRIFT.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KORRESPONDANCEFILE.
           IF WS-KOR-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           ELSE
               MOVE WS-INDSIGT-KUNDE-ID
                   TO KOR-KUNDE-ID IN KORRESPONDANCEREC
               START KORRESPONDANCEFILE
                   KEY IS >= KOR-KUNDE-ID OF KORRESPONDANCEREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KORRESPONDANCEFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KOR-KUNDE-ID IN KORRESPONDANCEREC
                           NOT = WS-INDSIGT-KUNDE-ID
                           MOVE 1 TO WS-END-OF-FILE
                       ELSE
                           STRING "  " KOR-DATO " " KOR-BREVTYPE
                               " " KOR-KONTONUMMER
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LINE
                           PERFORM SKRIV-LINJE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KOR-STATUS NOT = "35"
               CLOSE KORRESPONDANCEFILE
           END-IF.
           MOVE "Korrespondancer.txt" TO WS-ARKIV-FILNAVN.
           PERFORM VARYING WS-ARKIV-IX FROM 1 BY 1
                   UNTIL WS-ARKIV-IX > WS-ARKIV-ANTAL
               IF AT-FILNAVN(WS-ARKIV-IX) = WS-ARKIV-FILNAVN
                   PERFORM SKRIV-KOR-ARKIV
               END-IF
           END-PERFORM.
           STRING "  (heraf fra arkiverne: " WS-CTL-KOR-ARKIV
               " breve)" DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.

      *    An archived letter line is the KORRESPONDANCEREC image:
      *    KUNDE-ID at 8, brevtype at 18, date at 30 and the
      *    account at 38.
           SKRIV-KOR-ARKIV.
           PERFORM DAN-ARKIVNAVN.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT ARKIVFILE.
           IF WS-ARK-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ ARKIVFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF ARKIVLINE(8:10) = WS-INDSIGT-KUNDE-ID
                           STRING "  " ARKIVLINE(30:8) " "
                               ARKIVLINE(18:12) " " ARKIVLINE(38:20)
                               DELIMITED BY SIZE
                               INTO WS-RAPPORT-LINE
                           PERFORM SKRIV-LINJE
                           ADD 1 TO WS-CTL-KOR-ARKIV
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ARK-STATUS = "00" OR WS-ARK-STATUS = "10"
               CLOSE ARKIVFILE
           END-IF.

      *    The archived accounts' postings have gone with the
      *    account; the live ones are read off the index, the
      *    Opgave39 way, and kept from WS-FRA-DATO on.
           SKRIV-POSTERINGER.
           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           OPEN INPUT TRANSHISTIDXFILE.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
               UNTIL WS-KONTO-IX > WS-KONTO-ANTAL
               IF KT-ROLLE(WS-KONTO-IX) NOT = "A"
                   AND WS-THX-STATUS = "00"
                   PERFORM SKRIV-KONTOENS-POSTERINGER
               END-IF
           END-PERFORM.
           IF WS-THX-STATUS NOT = "35"
               CLOSE TRANSHISTIDXFILE
           END-IF.

           SKRIV-KONTOENS-POSTERINGER.
           PERFORM SKRIV-LINJE.
           STRING "POSTERINGER SIDSTE 12 MAANEDER - KONTO "
               KT-KONTONUMMER(WS-KONTO-IX)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-LINJE.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE KT-KONTONUMMER(WS-KONTO-IX) TO THX-KONTONUMMER.
           MOVE ZEROES TO THX-REFERENCE.
           MOVE ZEROES TO THX-DEL.
           START TRANSHISTIDXFILE
               KEY IS >= THX-NOEGLE OF TRANSHISTIDXREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ TRANSHISTIDXFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF THX-KONTONUMMER NOT =
                           KT-KONTONUMMER(WS-KONTO-IX)
                           MOVE 1 TO WS-END-OF-FILE
                       ELSE
                           MOVE THX-LINJE TO WS-HISTORIK-REC
                           PERFORM PROEV-POSTERING
                       END-IF
               END-READ
           END-PERFORM.

      *    The edited YY/MM/DD date, century 2000 as everywhere
      *    else.
           PROEV-POSTERING.
           MOVE SPACES TO WS-LINJE-DATO-X.
           STRING "20" TH-DATO(1:2) TH-DATO(4:2) TH-DATO(7:2)
               DELIMITED BY SIZE INTO WS-LINJE-DATO-X.
           IF WS-LINJE-DATO-X IS NUMERIC
               AND WS-LINJE-DATO >= WS-FRA-DATO
               STRING "  " TH-DATO " " TH-TRANS-TYPE " "
                   TH-BELOB " SALDO:" TH-NY-BALANCE " " TH-TEKST
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               PERFORM SKRIV-LINJE
               ADD 1 TO WS-CTL-POSTERINGER
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE128: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
