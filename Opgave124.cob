           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE124.

      *    Nightly print consolidation, the last step of the chain.
      *    Every letter program writes its own print file; this run
      *    merges the day's print-channel letters from all of them
      *    into one spool for the print shop, PrintSpool.txt, so a
      *    customer with three letters gets one envelope:
      *
      *      - each letter starts on a page-break line; whose it is
      *        comes off PrintIndeks.txt (PRINTINDEKS, one line per
      *        letter in file order) and the address off
      *        Kundeoplysninger.txt
      *      - letters to the same address - the customer's, or a
      *        household's, exactly as on the customer record -
      *        share an envelope; the envelopes are sorted by
      *        POSTNR for the postage discount, foreign addresses
      *        after the domestic ones
      *      - PrintKuverter.txt lists every envelope with its
      *        letters, pages and sheets and where its sheets stand
      *        in the spool, for the inserter, with a subtotal per
      *        POSTNR. Pages are WS-LINJER-PR-SIDE lines, printed
      *        duplex, each letter on a fresh sheet
      *      - a letter that cannot be tied to an address is still
      *        spooled, bundled at the end for manual handling.
      *        Letters and index lines are paired by position, so
      *        a print file whose letter count differs from its
      *        index-line count is not paired at all: every letter
      *        in it goes unaddressed to the manual bundle and the
      *        difference is reported in the run log
      *      - PrintKontrol.txt reconciles per print file: letters
      *        in the file, letters indexed, and letters logged on
      *        Korrespondancer.txt in the days the letters were
      *        written. A difference sets status "GA" on the run
      *        statistics; the run still ends normally
      *
      *    The print files and the index are consumed once the
      *    spool is written, the same discipline as the intakes.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KILDEFILE ASSIGN TO WS-KILDE-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIL-STATUS.
           SELECT PRINTINDEKSFILE ASSIGN TO "PrintIndeks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIX-STATUS.
      *    Only ever looked up one customer at a time by KUNDE-ID.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KORRESPONDANCEFILE ASSIGN TO "Korrespondancer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KOR-NR OF KORRESPONDANCEREC
               ALTERNATE RECORD KEY IS KOR-KUNDE-ID
                   OF KORRESPONDANCEREC WITH DUPLICATES
               FILE STATUS IS WS-KOR-STATUS.
           SELECT SPOOLOUT ASSIGN TO "PrintSpool.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPO-STATUS.
           SELECT KUVERTOUT ASSIGN TO "PrintKuverter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KUV-STATUS.
           SELECT KONTROLOUT ASSIGN TO "PrintKontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTL-STATUS.
           SELECT PRINTSORT ASSIGN TO "Opgave124Sort.tmp".

           DATA DIVISION.
           FILE SECTION.
           FD KILDEFILE.
           01 KILDELINE                    PIC X(100).

           FD PRINTINDEKSFILE.
           01 PRINTINDEKSREC.
               COPY "PRINTINDEKS.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KORRESPONDANCEFILE.
           01 KORRESPONDANCEREC.
               COPY "KORRESPONDANCE.cpy".

           FD SPOOLOUT.
           01 SPOOLLINE                    PIC X(100).

           FD KUVERTOUT.
           01 KUVERTLINE                   PIC X(132).

           FD KONTROLOUT.
           01 KONTROLLINE                  PIC X(132).

      *    One print line, keyed to its envelope (address group,
      *    POSTNR, address) and its letter (customer, print file,
      *    letter number) so the letters stay whole in the sort.
           SD PRINTSORT.
           01 PRINTSORTREC.
               02 SS-GRUPPE                PIC X(1).
               02 SS-POSTNR                PIC X(4).
               02 SS-ADRESSE.
                   03 SS-VEJNAVN           PIC X(30).
                   03 SS-ADRESSE-LINJE-2   PIC X(30).
                   03 SS-HUSNR             PIC X(5).
                   03 SS-ETAGE             PIC X(5).
                   03 SS-SIDE              PIC X(5).
                   03 SS-BY-X              PIC X(20).
                   03 SS-ADR-POSTNR        PIC X(4).
                   03 SS-LANDE-KODE        PIC X(2).
               02 SS-KUNDE-ID              PIC X(10).
               02 SS-KILDE-NR              PIC 9(2).
               02 SS-BREV-NR               PIC 9(5).
               02 SS-LINJE-NR              PIC 9(5).
               02 SS-NAVN                  PIC X(41).
               02 SS-LINJE                 PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KIL-STATUS                PIC X(2).
           01 WS-PIX-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOR-STATUS                PIC X(2).
           01 WS-SPO-STATUS                PIC X(2).
           01 WS-KUV-STATUS                PIC X(2).
           01 WS-KTL-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-END-OF-KILDE              PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-INDEKS             PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-SORT               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-KOR                PIC 9(1) VALUE ZEROES.

           01 WS-KOI-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-KOI-FIL-AABEN          VALUE "Y".
           01 WS-PIX-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-PIX-FIL-AABEN          VALUE "Y".
           01 WS-INDEKS-FUNDET             PIC X(1) VALUE "N".

      *    The letter programs' WRITE AFTER ADVANCING PAGE leaves
      *    the form feed at the head of a letter's first line; the
      *    spool passes it on untouched.
           01 WS-SIDESKIFT                 PIC X(1) VALUE X"0C".
           01 WS-LINJER-PR-SIDE            PIC 9(3) VALUE 60.

      *    The print files, in the order they are read. KANAL says
      *    how the file's letters stand on Korrespondancer.txt:
      *    "P" every print letter is logged, "B" logged once per
      *    letter whether it went to print or the electronic
      *    spool, "U" not logged at all.
           01 WS-KILDE-NAVN                PIC X(25) VALUE SPACES.
           01 WS-KT-ANTAL                  PIC 9(2) VALUE 15.
           01 WS-KT-TABEL.
               02 WS-KT-POST OCCURS 15 TIMES.
                   03 WS-KT-PRINTFIL       PIC X(25).
                   03 WS-KT-BREVTYPE       PIC X(12).
                   03 WS-KT-KANAL          PIC X(1).
                   03 WS-KT-AABNET         PIC X(1).
                   03 WS-KT-BREVE          PIC 9(7).
                   03 WS-KT-INDEKS         PIC 9(7).
                   03 WS-KT-LOGGET         PIC 9(7).
                   03 WS-KT-UADRESSERET    PIC 9(7).
                   03 WS-KT-FRA-DATO       PIC 9(8).
                   03 WS-KT-TIL-DATO       PIC 9(8).
      *            "J" letters and index lines do not pair up.
                   03 WS-KT-MANUEL         PIC X(1).
           01 WS-KX                        PIC 9(2) VALUE ZEROES.
           01 WS-KT-DIFFERENCE             PIC X(1) VALUE "N".
      *    Letters and index lines counted ahead of the pairing.
           01 WS-FOR-BREVE                 PIC 9(7) VALUE ZEROES.
           01 WS-FOR-INDEKS                PIC 9(7) VALUE ZEROES.

      *    The letter being read off the current print file.
           01 WS-BREV-NR                   PIC 9(5) VALUE ZEROES.
           01 WS-LINJE-NR                  PIC 9(5) VALUE ZEROES.
           01 WS-AKT-GRUPPE                PIC X(1) VALUE "9".
           01 WS-AKT-POSTNR                PIC X(4) VALUE SPACES.
           01 WS-AKT-ADRESSE               PIC X(101) VALUE SPACES.
           01 WS-AKT-KUNDE-ID              PIC X(10) VALUE SPACES.
           01 WS-AKT-NAVN                  PIC X(41) VALUE SPACES.

           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.

      *    The envelope and letter being written to the spool.
           01 WS-FORRIGE-KUVERT            PIC X(102) VALUE SPACES.
           01 WS-DENNE-KUVERT              PIC X(102) VALUE SPACES.
           01 WS-FORRIGE-BREV              PIC X(17) VALUE SPACES.
           01 WS-DETTE-BREV                PIC X(17) VALUE SPACES.
           01 WS-FORRIGE-POSTNR            PIC X(5) VALUE SPACES.
           01 WS-KUVERT-AABEN              PIC X(1) VALUE "N".
           01 WS-KUVERT-NR                 PIC 9(6) VALUE ZEROES.
           01 WS-KUV-GRUPPE                PIC X(1) VALUE SPACES.
           01 WS-KUV-POSTNR                PIC X(4) VALUE SPACES.
           01 WS-KUV-ADRESSE.
               02 WS-KUV-VEJNAVN           PIC X(30).
               02 WS-KUV-ADRESSE-LINJE-2   PIC X(30).
               02 WS-KUV-HUSNR             PIC X(5).
               02 WS-KUV-ETAGE             PIC X(5).
               02 WS-KUV-SIDE              PIC X(5).
               02 WS-KUV-BY-X              PIC X(20).
               02 WS-KUV-ADR-POSTNR        PIC X(4).
               02 WS-KUV-LANDE-KODE        PIC X(2).
           01 WS-KUV-NAVN                  PIC X(41) VALUE SPACES.
           01 WS-KUV-SIDSTE-KUNDE          PIC X(10) VALUE SPACES.
           01 WS-KUV-KUNDER                PIC 9(3) VALUE ZEROES.
           01 WS-KUV-BREVE                 PIC 9(5) VALUE ZEROES.
           01 WS-KUV-SIDER                 PIC 9(5) VALUE ZEROES.
           01 WS-KUV-ARK                   PIC 9(5) VALUE ZEROES.
           01 WS-KUV-ARK-FRA               PIC 9(7) VALUE ZEROES.
           01 WS-BREV-LINJER               PIC 9(5) VALUE ZEROES.
           01 WS-BREV-SIDER                PIC 9(5) VALUE ZEROES.
           01 WS-BREV-ARK                  PIC 9(5) VALUE ZEROES.
           01 WS-POSTNR-KUVERTER           PIC 9(5) VALUE ZEROES.

           01 WS-ANTAL-ED                  PIC ZZZZZZ9 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-CTL-LINJER-LAEST          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-BREVE                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UADRESSERET           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KUVERTER              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SIDER                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ARK                   PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SPARET                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-DIFFERENCER           PIC 9(3) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV124".
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
           PERFORM DAN-PRINTSPOOL.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-PRINTSPOOL.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           PERFORM OPBYG-KILDETABEL.

           OPEN OUTPUT SPOOLOUT.
           IF WS-SPO-STATUS NOT = "00"
               STRING "Open PrintSpool.txt failed, status "
                   WS-SPO-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT KUVERTOUT.
           IF WS-KUV-STATUS NOT = "00"
               STRING "Open PrintKuverter.txt failed, status "
                   WS-KUV-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           SORT PRINTSORT
               ON ASCENDING KEY SS-GRUPPE SS-POSTNR SS-ADRESSE
                   SS-KUNDE-ID SS-KILDE-NR SS-BREV-NR SS-LINJE-NR
               INPUT PROCEDURE IS INDLAES-PRINTFILER
               OUTPUT PROCEDURE IS SKRIV-SPOOL.

           CLOSE SPOOLOUT.
           CLOSE KUVERTOUT.
           PERFORM TAEL-KORRESPONDANCER.
           PERFORM SKRIV-PRINTKONTROL.
           PERFORM TOEM-PRINTFILER.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           OPBYG-KILDETABEL.
           MOVE "KundeBrev.txt" TO WS-KT-PRINTFIL(1).
           MOVE "KONTOUDSKRIF" TO WS-KT-BREVTYPE(1).
           MOVE "P" TO WS-KT-KANAL(1).
           MOVE "InkassoBreve.txt" TO WS-KT-PRINTFIL(2).
           MOVE "RYKKER" TO WS-KT-BREVTYPE(2).
           MOVE "P" TO WS-KT-KANAL(2).
           MOVE "RepricingBreve.txt" TO WS-KT-PRINTFIL(3).
           MOVE "RENTEVARSEL" TO WS-KT-BREVTYPE(3).
           MOVE "P" TO WS-KT-KANAL(3).
           MOVE "EscheatBreve.txt" TO WS-KT-PRINTFIL(4).
           MOVE "ESCHEATVARSL" TO WS-KT-BREVTYPE(4).
           MOVE "P" TO WS-KT-KANAL(4).
           MOVE "ReturBreve.txt" TO WS-KT-PRINTFIL(5).
           MOVE "RETURBETAL" TO WS-KT-BREVTYPE(5).
           MOVE "P" TO WS-KT-KANAL(5).
           MOVE "OrdreBreve.txt" TO WS-KT-PRINTFIL(6).
           MOVE "ORDREFEJL" TO WS-KT-BREVTYPE(6).
           MOVE "P" TO WS-KT-KANAL(6).
           MOVE "VelkomstBreve.txt" TO WS-KT-PRINTFIL(7).
           MOVE "VELKOMST" TO WS-KT-BREVTYPE(7).
           MOVE "P" TO WS-KT-KANAL(7).
           MOVE "KontoUdtog.txt" TO WS-KT-PRINTFIL(8).
           MOVE "KONTOUDTOG" TO WS-KT-BREVTYPE(8).
           MOVE "U" TO WS-KT-KANAL(8).
           MOVE "OphoersBreve.txt" TO WS-KT-PRINTFIL(9).
           MOVE "KONTOOPHOER" TO WS-KT-BREVTYPE(9).
           MOVE "P" TO WS-KT-KANAL(9).
           MOVE "AarsopgoerelseBreve.txt" TO WS-KT-PRINTFIL(10).
           MOVE "AARSOPGOER" TO WS-KT-BREVTYPE(10).
           MOVE "B" TO WS-KT-KANAL(10).
           MOVE "KlageSvarBreve.txt" TO WS-KT-PRINTFIL(11).
           MOVE "KLAGESVAR" TO WS-KT-BREVTYPE(11).
           MOVE "P" TO WS-KT-KANAL(11).
           MOVE "FormueOversigt.txt" TO WS-KT-PRINTFIL(12).
           MOVE "FORMUEOVERS" TO WS-KT-BREVTYPE(12).
           MOVE "U" TO WS-KT-KANAL(12).
           MOVE "AlderVarselBreve.txt" TO WS-KT-PRINTFIL(13).
           MOVE "ALDERVARSEL" TO WS-KT-BREVTYPE(13).
           MOVE "P" TO WS-KT-KANAL(13).
           MOVE "AlderOmlaegBreve.txt" TO WS-KT-PRINTFIL(14).
           MOVE "ALDEROMLAEG" TO WS-KT-BREVTYPE(14).
           MOVE "P" TO WS-KT-KANAL(14).
           MOVE "LaaneTilbudBreve.txt" TO WS-KT-PRINTFIL(15).
           MOVE "LAANETILBUD" TO WS-KT-BREVTYPE(15).
           MOVE "P" TO WS-KT-KANAL(15).
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KT-ANTAL
               MOVE "N" TO WS-KT-AABNET(WS-KX)
               MOVE ZEROES TO WS-KT-BREVE(WS-KX)
               MOVE ZEROES TO WS-KT-INDEKS(WS-KX)
               MOVE ZEROES TO WS-KT-LOGGET(WS-KX)
               MOVE ZEROES TO WS-KT-UADRESSERET(WS-KX)
               MOVE 99999999 TO WS-KT-FRA-DATO(WS-KX)
               MOVE ZEROES TO WS-KT-TIL-DATO(WS-KX)
               MOVE "N" TO WS-KT-MANUEL(WS-KX)
           END-PERFORM.

           INDLAES-PRINTFILER.
           MOVE "N" TO WS-KOI-FIL-SWITCH.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS = "00"
               MOVE "Y" TO WS-KOI-FIL-SWITCH
           END-IF.
           MOVE 1 TO WS-KX.
           PERFORM INDLAES-EN-PRINTFIL
               UNTIL WS-KX > WS-KT-ANTAL.
           IF WS-KOI-FIL-AABEN
               CLOSE KUNDEOPLFILE
           END-IF.

      *    The index is read alongside the print file from the
      *    top each time, picking out the file's own lines; what is
      *    left of them once the file ends is counted too, so a
      *    lost letter shows on the control sheet.
           INDLAES-EN-PRINTFIL.
           MOVE WS-KT-PRINTFIL(WS-KX) TO WS-KILDE-NAVN.
           PERFORM KONTROLLER-PARRING.
           MOVE ZEROES TO WS-BREV-NR.
           MOVE ZEROES TO WS-LINJE-NR.
           PERFORM SAET-UADRESSERET.
           MOVE ZEROES TO WS-END-OF-INDEKS.
           MOVE "N" TO WS-PIX-FIL-SWITCH.
           OPEN INPUT PRINTINDEKSFILE.
           IF WS-PIX-STATUS = "00"
               MOVE "Y" TO WS-PIX-FIL-SWITCH
           ELSE
               MOVE 1 TO WS-END-OF-INDEKS
           END-IF.
           MOVE ZEROES TO WS-END-OF-KILDE.
           OPEN INPUT KILDEFILE.
           IF WS-KIL-STATUS = "00"
               MOVE "Y" TO WS-KT-AABNET(WS-KX)
               PERFORM UNTIL WS-END-OF-KILDE = 1
                   READ KILDEFILE
                       AT END
                           MOVE 1 TO WS-END-OF-KILDE
                       NOT AT END
                           ADD 1 TO WS-CTL-LINJER-LAEST
                           PERFORM BEHANDL-PRINTLINJE
                   END-READ
               END-PERFORM
               CLOSE KILDEFILE
           END-IF.
           PERFORM LAES-NAESTE-INDEKS
               UNTIL WS-END-OF-INDEKS = 1.
           IF WS-PIX-FIL-AABEN
               CLOSE PRINTINDEKSFILE
           END-IF.
           ADD 1 TO WS-KX.

      *    The file's letters and its index lines are counted
      *    before anything is paired; when they differ, no letter
      *    in the file can be trusted to the address at its place.
           KONTROLLER-PARRING.
           MOVE ZEROES TO WS-FOR-BREVE.
           MOVE ZEROES TO WS-FOR-INDEKS.
           MOVE ZEROES TO WS-END-OF-KILDE.
           OPEN INPUT KILDEFILE.
           IF WS-KIL-STATUS = "00"
               PERFORM UNTIL WS-END-OF-KILDE = 1
                   READ KILDEFILE
                       AT END
                           MOVE 1 TO WS-END-OF-KILDE
                       NOT AT END
                           IF KILDELINE(1:1) = WS-SIDESKIFT
                               ADD 1 TO WS-FOR-BREVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KILDEFILE
           END-IF.
           MOVE ZEROES TO WS-END-OF-INDEKS.
           OPEN INPUT PRINTINDEKSFILE.
           IF WS-PIX-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INDEKS = 1
                   READ PRINTINDEKSFILE
                       AT END
                           MOVE 1 TO WS-END-OF-INDEKS
                       NOT AT END
                           IF PI-PRINTFIL = WS-KILDE-NAVN
                               ADD 1 TO WS-FOR-INDEKS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRINTINDEKSFILE
           END-IF.
           IF WS-FOR-BREVE NOT = WS-FOR-INDEKS
               MOVE "J" TO WS-KT-MANUEL(WS-KX)
               DISPLAY "ADVARSEL: " WS-KILDE-NAVN " har "
                   WS-FOR-BREVE " breve men " WS-FOR-INDEKS
                   " indekslinjer - brevene gaar uadresseret "
                   "til MANUEL"
           END-IF.

           BEHANDL-PRINTLINJE.
           IF KILDELINE(1:1) = WS-SIDESKIFT
               PERFORM START-NYT-BREV
           END-IF.
           ADD 1 TO WS-LINJE-NR.
           MOVE SPACES TO PRINTSORTREC.
           MOVE WS-AKT-GRUPPE TO SS-GRUPPE.
           MOVE WS-AKT-POSTNR TO SS-POSTNR.
           MOVE WS-AKT-ADRESSE TO SS-ADRESSE.
           MOVE WS-AKT-KUNDE-ID TO SS-KUNDE-ID.
           MOVE WS-KX TO SS-KILDE-NR.
           MOVE WS-BREV-NR TO SS-BREV-NR.
           MOVE WS-LINJE-NR TO SS-LINJE-NR.
           MOVE WS-AKT-NAVN TO SS-NAVN.
           MOVE KILDELINE TO SS-LINJE.
           RELEASE PRINTSORTREC.

           START-NYT-BREV.
           ADD 1 TO WS-BREV-NR.
           MOVE ZEROES TO WS-LINJE-NR.
           ADD 1 TO WS-KT-BREVE(WS-KX).
           ADD 1 TO WS-CTL-BREVE.
           PERFORM SAET-UADRESSERET.
           IF WS-KT-MANUEL(WS-KX) NOT = "J"
               PERFORM LAES-NAESTE-INDEKS
               IF WS-INDEKS-FUNDET = "Y"
                   MOVE PI-KUNDE-ID TO WS-AKT-KUNDE-ID
                   PERFORM HENT-BREVETS-ADRESSE
               END-IF
           END-IF.
           IF WS-AKT-GRUPPE = "9"
               ADD 1 TO WS-KT-UADRESSERET(WS-KX)
               ADD 1 TO WS-CTL-UADRESSERET
           END-IF.

           SAET-UADRESSERET.
           MOVE "9" TO WS-AKT-GRUPPE.
           MOVE SPACES TO WS-AKT-POSTNR.
           MOVE SPACES TO WS-AKT-ADRESSE.
           MOVE SPACES TO WS-AKT-KUNDE-ID.
           MOVE SPACES TO WS-AKT-NAVN.

      *    Domestic addresses (LANDE-KODE DK or blank) first, in
      *    POSTNR order; foreign ones after them.
           HENT-BREVETS-ADRESSE.
           IF WS-KOI-FIL-AABEN
               MOVE WS-AKT-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC
               READ KUNDEOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "0" TO WS-AKT-GRUPPE
                       IF LANDE-KODE IN KUNDEOPLREC NOT = "DK"
                           AND LANDE-KODE IN KUNDEOPLREC NOT = SPACES
                           MOVE "1" TO WS-AKT-GRUPPE
                       END-IF
                       MOVE POSTNR IN KUNDEOPLREC TO WS-AKT-POSTNR
                       MOVE ADDRESSE IN KUNDEOPLREC TO WS-AKT-ADRESSE
                       MOVE SPACES TO CT-IN
                       STRING FORNAVN IN KUNDEOPLREC
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EFTERNAVN IN KUNDEOPLREC
                           DELIMITED BY SIZE
                           INTO CT-IN
                       PERFORM TRIMSPACES
                       MOVE CT-OUT TO WS-AKT-NAVN
               END-READ
           END-IF.

           LAES-NAESTE-INDEKS.
           MOVE "N" TO WS-INDEKS-FUNDET.
           PERFORM UNTIL WS-INDEKS-FUNDET = "Y"
               OR WS-END-OF-INDEKS = 1
               READ PRINTINDEKSFILE
                   AT END
                       MOVE 1 TO WS-END-OF-INDEKS
                   NOT AT END
                       IF PI-PRINTFIL = WS-KILDE-NAVN
                           MOVE "Y" TO WS-INDEKS-FUNDET
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-INDEKS-FUNDET = "Y"
               ADD 1 TO WS-KT-INDEKS(WS-KX)
               IF PI-DATO < WS-KT-FRA-DATO(WS-KX)
                   MOVE PI-DATO TO WS-KT-FRA-DATO(WS-KX)
               END-IF
               IF PI-DATO > WS-KT-TIL-DATO(WS-KX)
                   MOVE PI-DATO TO WS-KT-TIL-DATO(WS-KX)
               END-IF
           END-IF.

      *    Envelope break on address, letter break on customer,
      *    print file and letter number. The envelope's manifest
      *    line is written once its last letter is on the spool.
           SKRIV-SPOOL.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KUVERTLISTE PRINTSPOOL PR. "
               WS-DAGS-DATO(7:2) "." WS-DAGS-DATO(5:2) "."
               WS-DAGS-DATO(1:4)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KUVERTLINE.
           WRITE KUVERTLINE.
           MOVE SPACES TO KUVERTLINE.
           WRITE KUVERTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "KUVERT" TO WS-RAPPORT-LINE(1:6).
           MOVE "POST" TO WS-RAPPORT-LINE(8:4).
           MOVE "MODTAGER" TO WS-RAPPORT-LINE(13:8).
           MOVE "ADRESSE" TO WS-RAPPORT-LINE(44:7).
           MOVE "BREVE" TO WS-RAPPORT-LINE(85:5).
           MOVE "SIDER" TO WS-RAPPORT-LINE(91:5).
           MOVE "  ARK" TO WS-RAPPORT-LINE(97:5).
           MOVE "ARK FRA" TO WS-RAPPORT-LINE(103:7).
           MOVE "    TIL" TO WS-RAPPORT-LINE(111:7).
           MOVE WS-RAPPORT-LINE TO KUVERTLINE.
           WRITE KUVERTLINE.

           MOVE "N" TO WS-KUVERT-AABEN.
           MOVE HIGH-VALUES TO WS-FORRIGE-KUVERT.
           MOVE HIGH-VALUES TO WS-FORRIGE-BREV.
           MOVE HIGH-VALUES TO WS-FORRIGE-POSTNR.
           MOVE ZEROES TO WS-BREV-LINJER.
           MOVE ZEROES TO WS-END-OF-SORT.
           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN PRINTSORT
                   AT END
                       MOVE 1 TO WS-END-OF-SORT
                   NOT AT END
                       PERFORM SKRIV-SPOOLLINJE
               END-RETURN
           END-PERFORM.
           PERFORM AFSLUT-BREV.
           PERFORM AFSLUT-KUVERT.
           PERFORM AFSLUT-POSTNR.

           SKRIV-SPOOLLINJE.
           MOVE SPACES TO WS-DENNE-KUVERT.
           STRING SS-GRUPPE SS-ADRESSE
               DELIMITED BY SIZE INTO WS-DENNE-KUVERT.
           MOVE SPACES TO WS-DETTE-BREV.
           STRING SS-KUNDE-ID SS-KILDE-NR SS-BREV-NR
               DELIMITED BY SIZE INTO WS-DETTE-BREV.
           IF WS-DENNE-KUVERT NOT = WS-FORRIGE-KUVERT
               PERFORM AFSLUT-BREV
               PERFORM AFSLUT-KUVERT
               PERFORM START-KUVERT
               PERFORM START-BREV
           ELSE
               IF WS-DETTE-BREV NOT = WS-FORRIGE-BREV
                   PERFORM AFSLUT-BREV
                   PERFORM START-BREV
               END-IF
           END-IF.
           MOVE SS-LINJE TO SPOOLLINE.
           WRITE SPOOLLINE.
           ADD 1 TO WS-BREV-LINJER.

           START-KUVERT.
           MOVE WS-DENNE-KUVERT TO WS-FORRIGE-KUVERT.
           IF SS-GRUPPE NOT = WS-FORRIGE-POSTNR(1:1)
               OR SS-POSTNR NOT = WS-FORRIGE-POSTNR(2:4)
               PERFORM AFSLUT-POSTNR
               MOVE SS-GRUPPE TO WS-FORRIGE-POSTNR(1:1)
               MOVE SS-POSTNR TO WS-FORRIGE-POSTNR(2:4)
           END-IF.
           MOVE "Y" TO WS-KUVERT-AABEN.
           MOVE SS-GRUPPE TO WS-KUV-GRUPPE.
           MOVE SS-POSTNR TO WS-KUV-POSTNR.
           MOVE SS-ADRESSE TO WS-KUV-ADRESSE.
           MOVE SS-NAVN TO WS-KUV-NAVN.
           MOVE SPACES TO WS-KUV-SIDSTE-KUNDE.
           MOVE ZEROES TO WS-KUV-KUNDER.
           MOVE ZEROES TO WS-KUV-BREVE.
           MOVE ZEROES TO WS-KUV-SIDER.
           MOVE ZEROES TO WS-KUV-ARK.
           COMPUTE WS-KUV-ARK-FRA = WS-CTL-ARK + 1.

           START-BREV.
           MOVE WS-DETTE-BREV TO WS-FORRIGE-BREV.
           MOVE ZEROES TO WS-BREV-LINJER.
           ADD 1 TO WS-KUV-BREVE.
           IF SS-KUNDE-ID NOT = WS-KUV-SIDSTE-KUNDE
               ADD 1 TO WS-KUV-KUNDER
               MOVE SS-KUNDE-ID TO WS-KUV-SIDSTE-KUNDE
           END-IF.

      *    Pages of WS-LINJER-PR-SIDE lines, duplex: two pages to
      *    the sheet, every letter starting on a fresh one.
           AFSLUT-BREV.
           IF WS-BREV-LINJER > ZEROES
               COMPUTE WS-BREV-SIDER =
                   (WS-BREV-LINJER + WS-LINJER-PR-SIDE - 1)
                   / WS-LINJER-PR-SIDE
               COMPUTE WS-BREV-ARK = (WS-BREV-SIDER + 1) / 2
               ADD WS-BREV-SIDER TO WS-KUV-SIDER
               ADD WS-BREV-ARK TO WS-KUV-ARK
               ADD WS-BREV-SIDER TO WS-CTL-SIDER
               ADD WS-BREV-ARK TO WS-CTL-ARK
               MOVE ZEROES TO WS-BREV-LINJER
           END-IF.

           AFSLUT-KUVERT.
           IF WS-KUVERT-AABEN = "Y"
               MOVE "N" TO WS-KUVERT-AABEN
               MOVE SPACES TO WS-RAPPORT-LINE
               IF WS-KUV-GRUPPE = "9"
                   MOVE "MANUEL" TO WS-RAPPORT-LINE(1:6)
                   MOVE "(ingen adresse - haandteres manuelt)"
                       TO WS-RAPPORT-LINE(13:36)
               ELSE
                   ADD 1 TO WS-KUVERT-NR
                   ADD 1 TO WS-CTL-KUVERTER
                   ADD 1 TO WS-POSTNR-KUVERTER
                   MOVE WS-KUVERT-NR TO WS-RAPPORT-LINE(1:6)
                   MOVE WS-KUV-POSTNR TO WS-RAPPORT-LINE(8:4)
                   PERFORM FORMATER-MODTAGER
                   PERFORM FORMATER-KUVERTADRESSE
               END-IF
               MOVE WS-KUV-BREVE TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED(3:5) TO WS-RAPPORT-LINE(85:5)
               MOVE WS-KUV-SIDER TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED(3:5) TO WS-RAPPORT-LINE(91:5)
               MOVE WS-KUV-ARK TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED(3:5) TO WS-RAPPORT-LINE(97:5)
               MOVE WS-KUV-ARK-FRA TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(103:7)
               MOVE WS-CTL-ARK TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(111:7)
               MOVE WS-RAPPORT-LINE TO KUVERTLINE
               WRITE KUVERTLINE
           END-IF.

           FORMATER-MODTAGER.
           MOVE SPACES TO CT-IN.
           IF WS-KUV-KUNDER > 1
               STRING WS-KUV-NAVN DELIMITED BY "  "
                   " m.fl." DELIMITED BY SIZE
                   INTO CT-IN
           ELSE
               MOVE WS-KUV-NAVN TO CT-IN
           END-IF.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-RAPPORT-LINE(13:30).

           FORMATER-KUVERTADRESSE.
           MOVE SPACES TO CT-IN.
           STRING WS-KUV-VEJNAVN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KUV-HUSNR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KUV-ETAGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KUV-SIDE DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-KUV-BY-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KUV-LANDE-KODE DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-RAPPORT-LINE(44:40).

      *    Envelopes per POSTNR for the postage-discount docket.
           AFSLUT-POSTNR.
           IF WS-POSTNR-KUVERTER > ZEROES
               MOVE WS-POSTNR-KUVERTER TO WS-ANTAL-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "       POSTNR " WS-FORRIGE-POSTNR(2:4)
                   " I ALT: " WS-ANTAL-ED " KUVERTER"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-RAPPORT-LINE TO KUVERTLINE
               WRITE KUVERTLINE
               MOVE ZEROES TO WS-POSTNR-KUVERTER
           END-IF.

      *    The correspondence log's lines for each print file's
      *    letter type, in the days the file's indexed letters
      *    were written.
           TAEL-KORRESPONDANCER.
           MOVE ZEROES TO WS-END-OF-KOR.
           OPEN INPUT KORRESPONDANCEFILE.
           IF WS-KOR-STATUS = "00"
               PERFORM UNTIL WS-END-OF-KOR = 1
                   READ KORRESPONDANCEFILE
                       AT END
                           MOVE 1 TO WS-END-OF-KOR
                       NOT AT END
                           PERFORM TAEL-EN-KORRESPONDANCE
                   END-READ
               END-PERFORM
               CLOSE KORRESPONDANCEFILE
           END-IF.

           TAEL-EN-KORRESPONDANCE.
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KT-ANTAL
               IF KOR-BREVTYPE = WS-KT-BREVTYPE(WS-KX)
                   AND WS-KT-INDEKS(WS-KX) > ZEROES
                   AND KOR-DATO >= WS-KT-FRA-DATO(WS-KX)
                   AND KOR-DATO <= WS-KT-TIL-DATO(WS-KX)
                   ADD 1 TO WS-KT-LOGGET(WS-KX)
               END-IF
           END-PERFORM.

           SKRIV-PRINTKONTROL.
           OPEN OUTPUT KONTROLOUT.
           IF WS-KTL-STATUS NOT = "00"
               STRING "Open PrintKontrol.txt failed, status "
                   WS-KTL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KONTROLARK PRINTSPOOL PR. "
               WS-DAGS-DATO(7:2) "." WS-DAGS-DATO(5:2) "."
               WS-DAGS-DATO(1:4)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.
           MOVE SPACES TO KONTROLLINE.
           WRITE KONTROLLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "PRINTFIL" TO WS-RAPPORT-LINE(1:8).
           MOVE "BREVTYPE" TO WS-RAPPORT-LINE(27:8).
           MOVE "I FIL" TO WS-RAPPORT-LINE(42:5).
           MOVE "INDEKS" TO WS-RAPPORT-LINE(49:6).
           MOVE "LOGGET" TO WS-RAPPORT-LINE(57:6).
           MOVE "UADR." TO WS-RAPPORT-LINE(66:5).
           MOVE "STATUS" TO WS-RAPPORT-LINE(73:6).
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KT-ANTAL
               PERFORM SKRIV-KONTROLLINJE
           END-PERFORM.

           MOVE SPACES TO KONTROLLINE.
           WRITE KONTROLLINE.
           COMPUTE WS-CTL-SPARET =
               WS-CTL-BREVE - WS-CTL-UADRESSERET - WS-CTL-KUVERTER.
           MOVE WS-CTL-BREVE TO WS-ANTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "BREVE I SPOOLEN:        " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.
           MOVE WS-CTL-KUVERTER TO WS-ANTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KUVERTER:               " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.
           MOVE WS-CTL-SPARET TO WS-ANTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KUVERTER SPARET:        " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.
           MOVE WS-CTL-SIDER TO WS-ANTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "SIDER:                  " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.
           MOVE WS-CTL-ARK TO WS-ANTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "ARK:                    " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.
           MOVE WS-CTL-UADRESSERET TO WS-ANTAL-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "UADRESSEREDE (MANUEL):  " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.
           CLOSE KONTROLOUT.

      *    Every letter in the file must have its index line. A
      *    "P" file's letters must match the log exactly; a "B"
      *    file cannot print more than was logged; a "U" file has
      *    nothing on the log to compare with.
           SKRIV-KONTROLLINJE.
           MOVE "N" TO WS-KT-DIFFERENCE.
           IF WS-KT-BREVE(WS-KX) NOT = WS-KT-INDEKS(WS-KX)
               MOVE "J" TO WS-KT-DIFFERENCE
           END-IF.
           IF WS-KT-KANAL(WS-KX) = "P"
               AND WS-KT-INDEKS(WS-KX) NOT = WS-KT-LOGGET(WS-KX)
               MOVE "J" TO WS-KT-DIFFERENCE
           END-IF.
           IF WS-KT-KANAL(WS-KX) = "B"
               AND WS-KT-INDEKS(WS-KX) > WS-KT-LOGGET(WS-KX)
               MOVE "J" TO WS-KT-DIFFERENCE
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE WS-KT-PRINTFIL(WS-KX) TO WS-RAPPORT-LINE(1:25).
           MOVE WS-KT-BREVTYPE(WS-KX) TO WS-RAPPORT-LINE(27:12).
           MOVE WS-KT-BREVE(WS-KX) TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(40:7).
           MOVE WS-KT-INDEKS(WS-KX) TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(48:7).
           IF WS-KT-KANAL(WS-KX) = "U"
               MOVE "-" TO WS-RAPPORT-LINE(62:1)
           ELSE
               MOVE WS-KT-LOGGET(WS-KX) TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(56:7)
           END-IF.
           MOVE WS-KT-UADRESSERET(WS-KX) TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(64:7).
           EVALUATE TRUE
               WHEN WS-KT-MANUEL(WS-KX) = "J"
                   MOVE "DIFFERENCE - ALLE MANUEL"
                       TO WS-RAPPORT-LINE(73:24)
                   ADD 1 TO WS-CTL-DIFFERENCER
                   MOVE "GA" TO WS-STAT-STATUS
               WHEN WS-KT-DIFFERENCE = "J"
                   MOVE "DIFFERENCE" TO WS-RAPPORT-LINE(73:10)
                   ADD 1 TO WS-CTL-DIFFERENCER
                   MOVE "GA" TO WS-STAT-STATUS
               WHEN WS-KT-KANAL(WS-KX) = "B"
                   MOVE "OK (INKL. ELEKTRONISK)"
                       TO WS-RAPPORT-LINE(73:22)
               WHEN OTHER
                   MOVE "OK" TO WS-RAPPORT-LINE(73:2)
           END-EVALUATE.
           MOVE WS-RAPPORT-LINE TO KONTROLLINE.
           WRITE KONTROLLINE.

      *    The spool holds every letter now; the print files and
      *    the index start empty for tomorrow.
           TOEM-PRINTFILER.
           PERFORM VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KT-ANTAL
               IF WS-KT-AABNET(WS-KX) = "Y"
                   MOVE WS-KT-PRINTFIL(WS-KX) TO WS-KILDE-NAVN
                   OPEN OUTPUT KILDEFILE
                   CLOSE KILDEFILE
               END-IF
           END-PERFORM.
           OPEN INPUT PRINTINDEKSFILE.
           IF WS-PIX-STATUS = "00"
               CLOSE PRINTINDEKSFILE
               OPEN OUTPUT PRINTINDEKSFILE
               CLOSE PRINTINDEKSFILE
           END-IF.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE124 - KOERSELSOVERSIGT".
           DISPLAY "PRINTLINJER LAEST:       " WS-CTL-LINJER-LAEST.
           DISPLAY "BREVE I SPOOLEN:         " WS-CTL-BREVE.
           DISPLAY "KUVERTER:                " WS-CTL-KUVERTER.
           DISPLAY "KUVERTER SPARET:         " WS-CTL-SPARET.
           DISPLAY "SIDER:                   " WS-CTL-SIDER.
           DISPLAY "ARK:                     " WS-CTL-ARK.
           DISPLAY "UADRESSEREDE (MANUEL):   " WS-CTL-UADRESSERET.
           DISPLAY "PRINTFILER MED DIFFERENCE: " WS-CTL-DIFFERENCER.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE124: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-LINJER-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-BREVE TO WS-STAT-SKREVET.
           MOVE WS-CTL-UADRESSERET TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
