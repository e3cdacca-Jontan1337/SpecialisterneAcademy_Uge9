           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE123.

      *    Nightly address-verification queue. Every customer with
      *    an active returned-mail flag on Returpost.txt (Opgave122)
      *    is put on AdresseKontrolKoe.txt for the customer's branch
      *    (AFDELINGOPSLAG) to get a right address - branch by
      *    branch, longest-standing return first (the Opgave81 SORT
      *    shape), each line with the address the letter came back
      *    from, the returned letter, the days since and the number
      *    of letters held back since (RETURPOSTKONTROL,
      *    UndertrykteBreve.txt). A customer leaves the queue when
      *    the flag is lifted - by Opgave14 or Opgave37 recording a
      *    new address, or by hand on Opgave122.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RETURPOSTFILE ASSIGN TO "Returpost.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RP-KUNDE-ID OF RETURPOSTREC
               FILE STATUS IS WS-RTP-STATUS.
      *    Only ever looked up one customer at a time by KUNDE-ID.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KOEOUT ASSIGN TO "AdresseKontrolKoe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KOE-STATUS.
           SELECT RETURSORT ASSIGN TO "Opgave123Sort.tmp".

           DATA DIVISION.
           FILE SECTION.
           FD RETURPOSTFILE.
           01 RETURPOSTREC.
               COPY "RETURPOST.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KOEOUT.
           01 KOELINE                      PIC X(132).

           SD RETURSORT.
           01 RETURSORTREC.
               02 RS-AFDELING              PIC X(3).
               02 RS-RETUR-DATO            PIC 9(8).
               02 RS-KUNDE-ID              PIC X(10).
               02 RS-NAVN                  PIC X(30).
               02 RS-ADRESSE               PIC X(40).
               02 RS-KOR-NR                PIC 9(7).
               02 RS-BREVTYPE              PIC X(12).
               02 RS-DAGE                  PIC 9(5).
               02 RS-UNDERTRYKT            PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-RTP-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOE-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-SORT               PIC 9(1) VALUE ZEROES.
           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAG-SERIEL                PIC 9(7) VALUE ZEROES.

           01 WS-KOI-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-KOI-FIL-AABEN          VALUE "Y".
           01 WS-AFDELING                  PIC X(3) VALUE SPACES.
           01 WS-AFDELING-RESULT           PIC X(1) VALUE SPACES.
           01 WS-FORRIGE-AFDELING          PIC X(3) VALUE SPACES.
           01 WS-AFD-ANTAL                 PIC 9(5) VALUE ZEROES.

           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.

      *    Day serials since 2000 for the days since the return.
           01 WS-RUL-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-RUL-DATO-X REDEFINES WS-RUL-DATO.
               02 WS-RUL-AAR               PIC 9(4).
               02 WS-RUL-MAANED            PIC 9(2).
               02 WS-RUL-DAG               PIC 9(2).
           01 WS-SERIEL                    PIC 9(7) VALUE ZEROES.
           01 WS-SER-AAR2000               PIC 9(4) VALUE ZEROES.
           01 WS-SER-SKUDDAGE              PIC 9(4) VALUE ZEROES.
           01 WS-SER-KUMDAGE               PIC 9(3) VALUE ZEROES.
           01 WS-SER-KVOT                  PIC 9(4) VALUE ZEROES.
           01 WS-SER-REST                  PIC 9(1) VALUE ZEROES.

           01 WS-ANTAL-ED                  PIC ZZZZ9 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-CTL-FLAG-LAEST            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-I-KOE                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UNDERTRYKT            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-KUNDE          PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV123".
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
           PERFORM DAN-ADRESSEKONTROLKOE.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-ADRESSEKONTROLKOE.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           MOVE WS-DAGS-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           MOVE WS-SERIEL TO WS-DAG-SERIEL.

           OPEN OUTPUT KOEOUT.
           IF WS-KOE-STATUS NOT = "00"
               STRING "Open AdresseKontrolKoe.txt failed, status "
                   WS-KOE-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "ADRESSEKONTROL - RETURPOST PR. "
               WS-DAGS-DATO(7:2) "." WS-DAGS-DATO(5:2) "."
               WS-DAGS-DATO(1:4)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KOELINE.
           WRITE KOELINE.

           SORT RETURSORT
               ON ASCENDING KEY RS-AFDELING RS-RETUR-DATO
               INPUT PROCEDURE IS INDLAES-MARKERINGER
               OUTPUT PROCEDURE IS SKRIV-KOEEN.

           CLOSE KOEOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           INDLAES-MARKERINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT RETURPOSTFILE.
           IF WS-RTP-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           MOVE "N" TO WS-KOI-FIL-SWITCH.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS = "00"
               MOVE "Y" TO WS-KOI-FIL-SWITCH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ RETURPOSTFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-FLAG-LAEST
                       IF RP-ER-AKTIV
                           PERFORM INDLAES-EN-MARKERING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RTP-STATUS NOT = "35"
               CLOSE RETURPOSTFILE
           END-IF.
           IF WS-KOI-FIL-AABEN
               CLOSE KUNDEOPLFILE
           END-IF.

           INDLAES-EN-MARKERING.
           MOVE SPACES TO RETURSORTREC.
           CALL "AFDELINGOPSLAG" USING RP-KUNDE-ID
               WS-AFDELING WS-AFDELING-RESULT.
           MOVE WS-AFDELING TO RS-AFDELING.
           MOVE RP-RETUR-DATO TO RS-RETUR-DATO.
           MOVE RP-KUNDE-ID TO RS-KUNDE-ID.
           MOVE RP-KOR-NR TO RS-KOR-NR.
           MOVE RP-BREVTYPE TO RS-BREVTYPE.
           MOVE RP-UNDERTRYKT TO RS-UNDERTRYKT.
           MOVE RP-RETUR-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           MOVE ZEROES TO RS-DAGE.
           IF WS-DAG-SERIEL > WS-SERIEL
               COMPUTE RS-DAGE = WS-DAG-SERIEL - WS-SERIEL
           END-IF.
           PERFORM HENT-NAVN-OG-ADRESSE.
           RELEASE RETURSORTREC.

      *    The address the letter came back from, in the Opgave18
      *    address-block trim.
           HENT-NAVN-OG-ADRESSE.
           MOVE "(ukendt kunde)" TO RS-NAVN.
           IF WS-KOI-FIL-AABEN
               MOVE RP-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC
               READ KUNDEOPLFILE
                   INVALID KEY
                       ADD 1 TO WS-CTL-UKENDT-KUNDE
                   NOT INVALID KEY
                       PERFORM FORMATER-NAVN-OG-ADRESSE
               END-READ
           ELSE
               ADD 1 TO WS-CTL-UKENDT-KUNDE
           END-IF.

           FORMATER-NAVN-OG-ADRESSE.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO RS-NAVN.
           STRING VEJNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HUSNR IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ETAGE IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SIDE IN KUNDEOPLREC DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               POSTNR IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BY-X IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO RS-ADRESSE.

           SKRIV-KOEEN.
           MOVE ZEROES TO WS-END-OF-SORT.
           MOVE HIGH-VALUES TO WS-FORRIGE-AFDELING.
           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN RETURSORT
                   AT END
                       MOVE 1 TO WS-END-OF-SORT
                   NOT AT END
                       IF RS-AFDELING NOT = WS-FORRIGE-AFDELING
                           PERFORM AFSLUT-AFDELING
                           PERFORM START-AFDELING
                       END-IF
                       PERFORM SKRIV-KOELINJE
               END-RETURN
           END-PERFORM.
           PERFORM AFSLUT-AFDELING.
           IF WS-CTL-I-KOE = ZEROES
               MOVE SPACES TO KOELINE
               WRITE KOELINE
               MOVE "  (ingen kunder med returpost)" TO KOELINE
               WRITE KOELINE
           END-IF.

           START-AFDELING.
           MOVE RS-AFDELING TO WS-FORRIGE-AFDELING.
           MOVE ZEROES TO WS-AFD-ANTAL.
           MOVE SPACES TO KOELINE.
           WRITE KOELINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "AFDELING " RS-AFDELING
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KOELINE.
           WRITE KOELINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "KUNDE-ID" TO WS-RAPPORT-LINE(3:8).
           MOVE "NAVN" TO WS-RAPPORT-LINE(14:4).
           MOVE "ADRESSE (RETURNERET FRA)" TO WS-RAPPORT-LINE(45:24).
           MOVE "RETUR" TO WS-RAPPORT-LINE(86:5).
           MOVE " DAGE" TO WS-RAPPORT-LINE(95:5).
           MOVE "BREV" TO WS-RAPPORT-LINE(101:4).
           MOVE "HOLDT" TO WS-RAPPORT-LINE(122:5).
           MOVE WS-RAPPORT-LINE TO KOELINE.
           WRITE KOELINE.

           AFSLUT-AFDELING.
           IF WS-FORRIGE-AFDELING NOT = HIGH-VALUES
               MOVE WS-AFD-ANTAL TO WS-ANTAL-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "  KUNDER TIL ADRESSEKONTROL: " WS-ANTAL-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-RAPPORT-LINE TO KOELINE
               WRITE KOELINE
           END-IF.

           SKRIV-KOELINJE.
           ADD 1 TO WS-AFD-ANTAL.
           ADD 1 TO WS-CTL-I-KOE.
           ADD RS-UNDERTRYKT TO WS-CTL-UNDERTRYKT.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE RS-KUNDE-ID TO WS-RAPPORT-LINE(3:10).
           MOVE RS-NAVN TO WS-RAPPORT-LINE(14:30).
           MOVE RS-ADRESSE TO WS-RAPPORT-LINE(45:40).
           MOVE RS-RETUR-DATO TO WS-RAPPORT-LINE(86:8).
           MOVE RS-DAGE TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(95:5).
           MOVE RS-KOR-NR TO WS-RAPPORT-LINE(101:7).
           MOVE RS-BREVTYPE TO WS-RAPPORT-LINE(109:12).
           MOVE RS-UNDERTRYKT TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(122:5).
           MOVE WS-RAPPORT-LINE TO KOELINE.
           WRITE KOELINE.

           BEREGN-SERIEL.
           COMPUTE WS-SER-AAR2000 = WS-RUL-AAR - 2000.
           COMPUTE WS-SER-SKUDDAGE = (WS-SER-AAR2000 + 3) / 4.
           EVALUATE WS-RUL-MAANED
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
           IF WS-SER-REST = ZEROES AND WS-RUL-MAANED > 2
               ADD 1 TO WS-SER-KUMDAGE
           END-IF.
           COMPUTE WS-SERIEL =
               WS-SER-AAR2000 * 365 + WS-SER-SKUDDAGE
               + WS-SER-KUMDAGE + WS-RUL-DAG.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE123 - KOERSELSOVERSIGT".
           DISPLAY "MARKERINGER LAEST:       " WS-CTL-FLAG-LAEST.
           DISPLAY "KUNDER I KOEEN:          " WS-CTL-I-KOE.
           DISPLAY "BREVE HOLDT TILBAGE:     " WS-CTL-UNDERTRYKT.
           DISPLAY "UKENDT KUNDE:            " WS-CTL-UKENDT-KUNDE.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE123: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-FLAG-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-I-KOE TO WS-STAT-SKREVET.
           MOVE WS-CTL-UKENDT-KUNDE TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
