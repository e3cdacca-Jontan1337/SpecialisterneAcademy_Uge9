           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE126.

      *    Nightly identity document expiry check. Walks
      *    Kundeoplysninger.txt and takes each customer's
      *    longest-running document off IdDokumenter.txt
      *    (IDDOKUMENT.cpy, kept on the Opgave125 screen). A
      *    customer whose document has expired, or expires within
      *    WS-VARSEL-DAGE days, is queued on IdDokumentKoe.txt,
      *    soonest expiry first (the Opgave81 SORT shape), and has
      *    the KYC review brought due today through KYCFORFALD -
      *    so the customer is on tonight's Opgave81 KycKoe.txt
      *    worklist and stays there until a new document is keyed
      *    and the review is done.
      *
      *    Customers with no document at all - everybody created
      *    before the register existed - are listed after the
      *    queue for the branches to collect one, but are not
      *    pushed onto the review queue, which would otherwise
      *    hold the whole customer book the first night. Companies
      *    (Erhvervskunder.txt) are identified through their real
      *    owners, erased customers have nothing to identify and
      *    the deceased are past asking; all three are skipped.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT IDDOKUMENTFILE ASSIGN TO "IdDokumenter.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-NOEGLE OF IDDOKUMENTREC
               FILE STATUS IS WS-IDD-STATUS.
           SELECT ERHVERVFILE ASSIGN TO "Erhvervskunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERH-KUNDE-ID OF ERHVERVREC
               FILE STATUS IS WS-ERH-STATUS.
           SELECT IDSORT ASSIGN TO "Opgave126Sort.tmp".
           SELECT IDKOEOUT ASSIGN TO "IdDokumentKoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IKO-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD IDDOKUMENTFILE.
           01 IDDOKUMENTREC.
               COPY "IDDOKUMENT.cpy".

           FD ERHVERVFILE.
           01 ERHVERVREC.
               COPY "ERHVERVSKUNDE.cpy".

      *    Group "1" the queue, "2" no document on file.
           SD IDSORT.
           01 IDSORTREC.
               02 IS-GRUPPE                PIC X(1).
               02 IS-UDLOEB-DATO           PIC 9(8).
               02 IS-KUNDE-ID              PIC X(10).
               02 IS-DOKTYPE               PIC X(1).
               02 IS-NUMMER                PIC X(20).
               02 IS-LAND                  PIC X(2).
               02 IS-NAVN                  PIC X(30).

           FD IDKOEOUT.
           01 IDKOELINE                    PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-IDD-STATUS                PIC X(2).
           01 WS-ERH-STATUS                PIC X(2).
           01 WS-IKO-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-DOKUMENTER         PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-SORT               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    Neither file exists until its first line is keyed.
           01 WS-DOKUMENTFIL-AABEN         PIC X(1) VALUE "N".
           01 WS-ERHVERVFIL-AABEN          PIC X(1) VALUE "N".

      *    How far ahead an expiry puts the customer on the queue.
           01 WS-VARSEL-DAGE               PIC 9(3) VALUE 60.

           01 WS-ER-SELSKAB                PIC X(1) VALUE "N".
           01 WS-LIVSSTATUS                PIC X(1) VALUE SPACES.
           01 WS-LIVSSTATUS-RESULT         PIC X(1) VALUE SPACES.
           01 WS-KYC-RESULT                PIC X(1) VALUE SPACES.

      *    The customer's longest-running document.
           01 WS-DOK-SWITCH                PIC X(1) VALUE "N".
              88 WS-HAR-DOKUMENT           VALUE "Y".
           01 WS-DOK-TYPE                  PIC X(1) VALUE SPACES.
           01 WS-DOK-NUMMER                PIC X(20) VALUE SPACES.
           01 WS-DOK-LAND                  PIC X(2) VALUE SPACES.
           01 WS-DOK-UDLOEB                PIC 9(8) VALUE ZEROES.

           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.

      *    Day serials since 2000 for the days-to-expiry arithmetic.
           01 WS-DAG-SERIEL                PIC 9(7) VALUE ZEROES.
           01 WS-UDLOEB-SERIEL             PIC 9(7) VALUE ZEROES.
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

           01 WS-STATUS-TEKST              PIC X(8) VALUE SPACES.
           01 WS-FORRIGE-GRUPPE            PIC X(1) VALUE SPACES.
           01 WS-RAPPORT-LINE              PIC X(100) VALUE SPACES.

           01 WS-CTL-KUNDER-LAEST          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SPRUNGET-OVER         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-GYLDIGE               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDLOEBET              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDLOEBER              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-DOKUMENT         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KYC-FORFALDEN         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-I-KOE                 PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV126".
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
           PERFORM KONTROLLER-ID-DOKUMENTER.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           KONTROLLER-ID-DOKUMENTER.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           MOVE WS-DAGS-DATO TO WS-SER-DATO.
           PERFORM BEREGN-DAG-SERIEL.
           MOVE WS-SER-RESULTAT TO WS-DAG-SERIEL.

           SORT IDSORT
               ON ASCENDING KEY IS-GRUPPE IS-UDLOEB-DATO IS-KUNDE-ID
               INPUT PROCEDURE IS INDLAES-KUNDER
               OUTPUT PROCEDURE IS SKRIV-ID-KOE.

           PERFORM SKRIV-KOERSELSOVERSIGT.

           INDLAES-KUNDER.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT IDDOKUMENTFILE.
           IF WS-IDD-STATUS = "00"
               MOVE "Y" TO WS-DOKUMENTFIL-AABEN
           END-IF.
           OPEN INPUT ERHVERVFILE.
           IF WS-ERH-STATUS = "00"
               MOVE "Y" TO WS-ERHVERVFIL-AABEN
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDEOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-KUNDER-LAEST
                       PERFORM KONTROLLER-EN-KUNDE
               END-READ
           END-PERFORM.

           CLOSE KUNDEOPLFILE.
           IF WS-DOKUMENTFIL-AABEN = "Y"
               CLOSE IDDOKUMENTFILE
           END-IF.
           IF WS-ERHVERVFIL-AABEN = "Y"
               CLOSE ERHVERVFILE
           END-IF.

           KONTROLLER-EN-KUNDE.
           PERFORM FIND-SELSKAB.
           CALL "KUNDESTATUSOPSLAG" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-LIVSSTATUS
               WS-LIVSSTATUS-RESULT.
           IF FORNAVN IN KUNDEOPLREC = "SLETTET"
               AND EFTERNAVN IN KUNDEOPLREC = "SLETTET"
               OR WS-LIVSSTATUS = "D"
               OR WS-ER-SELSKAB = "Y"
               ADD 1 TO WS-CTL-SPRUNGET-OVER
           ELSE
               PERFORM FIND-ID-DOKUMENT
               PERFORM VURDER-ID-DOKUMENT
           END-IF.

           FIND-SELSKAB.
           MOVE "N" TO WS-ER-SELSKAB.
           IF WS-ERHVERVFIL-AABEN = "Y"
               MOVE KUNDE-ID IN KUNDEOPLREC TO ERH-KUNDE-ID
               READ ERHVERVFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ER-SELSKAB
               END-READ
           END-IF.

      *    The document that runs longest counts - a valid passport
      *    covers a customer whose driving licence has run out.
           FIND-ID-DOKUMENT.
           MOVE "N" TO WS-DOK-SWITCH.
           MOVE ZEROES TO WS-DOK-UDLOEB.
           MOVE ZEROES TO WS-END-OF-DOKUMENTER.
           IF WS-DOKUMENTFIL-AABEN = "N"
               MOVE 1 TO WS-END-OF-DOKUMENTER
           ELSE
               MOVE KUNDE-ID IN KUNDEOPLREC TO IDD-KUNDE-ID
               MOVE SPACES TO IDD-DOKTYPE
               START IDDOKUMENTFILE
                   KEY IS >= IDD-NOEGLE OF IDDOKUMENTREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-DOKUMENTER
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-DOKUMENTER = 1
               READ IDDOKUMENTFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-DOKUMENTER
                   NOT AT END
                       IF IDD-KUNDE-ID NOT = KUNDE-ID IN KUNDEOPLREC
                           MOVE 1 TO WS-END-OF-DOKUMENTER
                       ELSE
                           IF IDD-UDLOEB-DATO > WS-DOK-UDLOEB
                               MOVE "Y" TO WS-DOK-SWITCH
                               MOVE IDD-DOKTYPE TO WS-DOK-TYPE
                               MOVE IDD-NUMMER TO WS-DOK-NUMMER
                               MOVE IDD-LAND TO WS-DOK-LAND
                               MOVE IDD-UDLOEB-DATO TO WS-DOK-UDLOEB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    An expired document is queued outright; a valid one when
      *    its expiry is WS-VARSEL-DAGE days away or less.
           VURDER-ID-DOKUMENT.
           IF NOT WS-HAR-DOKUMENT
               ADD 1 TO WS-CTL-UDEN-DOKUMENT
               MOVE "2" TO IS-GRUPPE
               PERFORM FRIGIV-KOELINJE
           ELSE
               IF WS-DOK-UDLOEB < WS-DAGS-DATO
                   ADD 1 TO WS-CTL-UDLOEBET
                   PERFORM SAET-KYC-FORFALDEN
               ELSE
                   MOVE WS-DOK-UDLOEB TO WS-SER-DATO
                   PERFORM BEREGN-DAG-SERIEL
                   MOVE WS-SER-RESULTAT TO WS-UDLOEB-SERIEL
                   IF WS-UDLOEB-SERIEL - WS-DAG-SERIEL
                       <= WS-VARSEL-DAGE
                       ADD 1 TO WS-CTL-UDLOEBER
                       PERFORM SAET-KYC-FORFALDEN
                   ELSE
                       ADD 1 TO WS-CTL-GYLDIGE
                   END-IF
               END-IF
           END-IF.

           SAET-KYC-FORFALDEN.
           CALL "KYCFORFALD" USING KUNDE-ID IN KUNDEOPLREC
               WS-KYC-RESULT.
           IF WS-KYC-RESULT = "M"
               ADD 1 TO WS-CTL-KYC-FORFALDEN
           END-IF.
           MOVE "1" TO IS-GRUPPE.
           PERFORM FRIGIV-KOELINJE.

           FRIGIV-KOELINJE.
           MOVE KUNDE-ID IN KUNDEOPLREC TO IS-KUNDE-ID.
           IF WS-HAR-DOKUMENT
               MOVE WS-DOK-UDLOEB TO IS-UDLOEB-DATO
               MOVE WS-DOK-TYPE TO IS-DOKTYPE
               MOVE WS-DOK-NUMMER TO IS-NUMMER
               MOVE WS-DOK-LAND TO IS-LAND
           ELSE
               MOVE ZEROES TO IS-UDLOEB-DATO
               MOVE SPACES TO IS-DOKTYPE
               MOVE SPACES TO IS-NUMMER
               MOVE SPACES TO IS-LAND
           END-IF.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO IS-NAVN.
           RELEASE IDSORTREC.

           SKRIV-ID-KOE.
           OPEN OUTPUT IDKOEOUT.
           IF WS-IKO-STATUS NOT = "00"
               STRING "Open IdDokumentKoe.txt failed, status "
                   WS-IKO-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "LEGITIMATION UDLOEBET ELLER UDLOEBER INDEN "
               WS-VARSEL-DAGE " DAGE - " WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO IDKOELINE.
           WRITE IDKOELINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KUNDE-ID   NAVN                           "
               "D NUMMER               LD UDLOEB   STATUS"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO IDKOELINE.
           WRITE IDKOELINE.

           MOVE "1" TO WS-FORRIGE-GRUPPE.
           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN IDSORT INTO IDSORTREC
                   AT END
                       MOVE 1 TO WS-END-OF-SORT
                   NOT AT END
                       PERFORM SKRIV-EN-KOELINJE
               END-RETURN
           END-PERFORM.
           IF WS-FORRIGE-GRUPPE = "1"
               PERFORM SKRIV-KOE-TOTAL
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "UDEN LEGITIMATIONSDOKUMENT I ALT: "
               WS-CTL-UDEN-DOKUMENT
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO IDKOELINE.
           WRITE IDKOELINE.
           CLOSE IDKOEOUT.

      *    The customers without a document follow the queue under
      *    their own heading.
           SKRIV-EN-KOELINJE.
           IF IS-GRUPPE = "2" AND WS-FORRIGE-GRUPPE = "1"
               PERFORM SKRIV-KOE-TOTAL
               MOVE SPACES TO IDKOELINE
               WRITE IDKOELINE
               MOVE "UDEN LEGITIMATIONSDOKUMENT - TIL INDHENTNING"
                   TO IDKOELINE
               WRITE IDKOELINE
               MOVE "2" TO WS-FORRIGE-GRUPPE
           END-IF.
           MOVE SPACES TO WS-STATUS-TEKST.
           IF IS-GRUPPE = "1"
               ADD 1 TO WS-CTL-I-KOE
               IF IS-UDLOEB-DATO < WS-DAGS-DATO
                   MOVE "UDLOEBET" TO WS-STATUS-TEKST
               ELSE
                   MOVE "UDLOEBER" TO WS-STATUS-TEKST
               END-IF
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING IS-KUNDE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IS-NAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IS-DOKTYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IS-NUMMER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IS-LAND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IS-UDLOEB-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATUS-TEKST DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           IF IS-GRUPPE = "2"
               MOVE SPACES TO WS-RAPPORT-LINE(43:40)
           END-IF.
           MOVE WS-RAPPORT-LINE TO IDKOELINE.
           WRITE IDKOELINE.

           SKRIV-KOE-TOTAL.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "I KOE I ALT: " WS-CTL-I-KOE
               " (KYC-GENNEMGANG FORFALDEN)"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO IDKOELINE.
           WRITE IDKOELINE.

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
      *    Every year 2000-2099 divisible by 4 is a leap year, so
      *    the in-year leap day is added once March is reached -
      *    same correction as BANKDAGOPSLAG.
           DIVIDE WS-SER-AAR2000 BY 4 GIVING WS-SER-KVOT
               REMAINDER WS-SER-REST.
           IF WS-SER-REST = ZEROES AND WS-SER-MAANED > 2
               ADD 1 TO WS-SER-KUMDAGE
           END-IF.
           COMPUTE WS-SER-RESULTAT =
               WS-SER-AAR2000 * 365 + WS-SER-SKUDDAGE
               + WS-SER-KUMDAGE + WS-SER-DAG.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE126 - KOERSELSOVERSIGT".
           DISPLAY "KUNDER LAEST:            " WS-CTL-KUNDER-LAEST.
           DISPLAY "SPRUNGET OVER:           " WS-CTL-SPRUNGET-OVER.
           DISPLAY "GYLDIGT DOKUMENT:        " WS-CTL-GYLDIGE.
           DISPLAY "DOKUMENT UDLOEBET:       " WS-CTL-UDLOEBET.
           DISPLAY "DOKUMENT UDLOEBER SNART: " WS-CTL-UDLOEBER.
           DISPLAY "KYC-GENNEMGANG FORFALDEN:" WS-CTL-KYC-FORFALDEN.
           DISPLAY "UDEN DOKUMENT:           " WS-CTL-UDEN-DOKUMENT.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE126: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KUNDER-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-I-KOE TO WS-STAT-SKREVET.
           MOVE ZEROES TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
