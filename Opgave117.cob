           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE117.

      *    Weekly adviser book ("min bog"). For every relationship
      *    manager on KundeRaadgivere.txt (KUNDERAADGIVER.cpy, kept
      *    from the Opgave116 screen) RaadgiverBog.txt lists the
      *    adviser's customers, each with:
      *
      *      - the balance of the customer's accounts off
      *        KontoOpl.txt, deposits and loans apart, closed
      *        accounts left out, all in DKK at the rate in force
      *        on the business date (VALUTADATOKONVERTER)
      *      - the open referrals on Henvisninger.txt against the
      *        customer's accounts
      *      - the KYC review date when it has fallen due
      *        (KycReviews.txt)
      *      - the collections trin when the customer is on
      *        Inkasso.txt (Opgave54)
      *      - KONTAKT COMPLIANCE when the customer has an open or
      *        investigated case on AmlSager.txt. Nothing more is
      *        shown - the case itself is compliance's, and the
      *        customer must not be tipped off by the adviser
      *
      *    with a total per adviser. Customers on
      *    Kundeoplysninger.txt with no adviser are counted at the
      *    end so the gap can be closed. Run weekly on the last
      *    banking day of the week (UGEKONTROL).

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KUNDERAADGIVERFILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRG-KUNDE-ID OF KUNDERAADGIVERREC
               ALTERNATE RECORD KEY IS
                   KRG-RAADGIVER OF KUNDERAADGIVERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KRG-STATUS.
           SELECT OPERATORFILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID OF OPERATORREC
               FILE STATUS IS WS-OPR-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOOPLREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KOF-STATUS.
           SELECT HENVISNINGFILE ASSIGN TO "Henvisninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HENV-NR OF HENVISNINGREC
               FILE STATUS IS WS-HNV-STATUS.
           SELECT KYCFILE ASSIGN TO "KycReviews.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-KUNDE-ID OF KYCREC
               FILE STATUS IS WS-KYC-STATUS.
           SELECT INKASSOFILE ASSIGN TO "Inkasso.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INK-KUNDE-ID
               FILE STATUS IS WS-INK-STATUS.
           SELECT AMLSAGFILE ASSIGN TO "AmlSager.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAG-NR OF AMLSAGREC
               FILE STATUS IS WS-SAG-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "RaadgiverBog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KUNDERAADGIVERFILE.
           01 KUNDERAADGIVERREC.
               COPY "KUNDERAADGIVER.cpy".

           FD OPERATORFILE.
           01 OPERATORREC.
               COPY "OPERATOR.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD HENVISNINGFILE.
           01 HENVISNINGREC.
               COPY "HENVISNING.cpy".

           FD KYCFILE.
           01 KYCREC.
               COPY "KYCREVIEW.cpy".

           FD INKASSOFILE.
           01 INKASSOREC.
               02 INK-KUNDE-ID             PIC X(10).
               02 INK-TRIN                 PIC 9(1).
               02 INK-SIDSTE-DATO          PIC 9(8).

           FD AMLSAGFILE.
           01 AMLSAGREC.
               COPY "AMLSAG.cpy".

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-KRG-STATUS                PIC X(2).
           01 WS-OPR-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-HNV-STATUS                PIC X(2).
           01 WS-KYC-STATUS                PIC X(2).
           01 WS-INK-STATUS                PIC X(2).
           01 WS-SAG-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-KONTI              PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

           01 WS-OPRFIL-SWITCH             PIC X(1) VALUE "N".
              88 WS-OPRFIL-AABEN           VALUE "Y".
           01 WS-KYCFIL-SWITCH             PIC X(1) VALUE "N".
              88 WS-KYCFIL-AABEN           VALUE "Y".
           01 WS-INKFIL-SWITCH             PIC X(1) VALUE "N".
              88 WS-INKFIL-AABEN           VALUE "Y".

      *    The customers behind the open referrals and the open
      *    AML cases, gathered once before the books are read.
           01 WS-HV-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-HV-TABEL.
               02 WS-HV-KUNDE-ID OCCURS 2000 TIMES
                                           PIC X(10).
           01 WS-HV-IX                     PIC 9(4) VALUE ZEROES.
           01 WS-AML-ANTAL                 PIC 9(4) VALUE ZEROES.
           01 WS-AML-TABEL.
               02 WS-AML-KUNDE-ID OCCURS 1000 TIMES
                                           PIC X(10).
           01 WS-AML-IX                    PIC 9(4) VALUE ZEROES.

           01 WS-RAADGIVER                 PIC X(8) VALUE SPACES.
           01 WS-RAADGIVER-NAVN            PIC X(30) VALUE SPACES.

      *    One customer's line.
           01 WS-KU-NAVN                   PIC X(41) VALUE SPACES.
           01 WS-KU-SALDO                  PIC S9(11)V99 VALUE ZEROES.
           01 WS-KU-LAAN                   PIC S9(11)V99 VALUE ZEROES.
           01 WS-KU-HENV                   PIC 9(3) VALUE ZEROES.
           01 WS-KU-COMPLIANCE             PIC X(1) VALUE "N".
              88 WS-KU-KONTAKT-COMPLIANCE  VALUE "Y".

      *    One adviser's totals.
           01 WS-RG-KUNDER                 PIC 9(5) VALUE ZEROES.
           01 WS-RG-SALDO                  PIC S9(13)V99 VALUE ZEROES.
           01 WS-RG-LAAN                   PIC S9(13)V99 VALUE ZEROES.
           01 WS-RG-HENV                   PIC 9(5) VALUE ZEROES.
           01 WS-RG-KYC                    PIC 9(5) VALUE ZEROES.
           01 WS-RG-INKASSO                PIC 9(5) VALUE ZEROES.
           01 WS-RG-COMPLIANCE             PIC 9(5) VALUE ZEROES.

           01 WS-VALUTA                    PIC X(3) VALUE SPACES.
           01 WS-KONV-BELOB                PIC S9(7)V99 VALUE ZEROES.
           01 WS-KONV-DKK                  PIC S9(9)V99 VALUE ZEROES.
           01 WS-KONV-RESULT               PIC X(1) VALUE SPACES.

           01 WS-BELOB-ED                  PIC Z(11)9.99- VALUE ZEROES.
           01 WS-ANTAL-ED                  PIC ZZZZ9 VALUE ZEROES.
           01 WS-HENV-ED                   PIC ZZ9 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-CTL-RAADGIVERE            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KUNDER                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-RAADGIVER        PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-KUNDE          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-HENVISNINGER          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-AML-SAGER             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KURS-MANGLER          PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV117".
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
           PERFORM DAN-RAADGIVERBOG.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-RAADGIVERBOG.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
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
           PERFORM INDLAES-HENVISNINGER.
           PERFORM INDLAES-AML-SAGER.

           OPEN INPUT OPERATORFILE.
           IF WS-OPR-STATUS = "00"
               MOVE "Y" TO WS-OPRFIL-SWITCH
           END-IF.
           OPEN INPUT KYCFILE.
           IF WS-KYC-STATUS = "00"
               MOVE "Y" TO WS-KYCFIL-SWITCH
           END-IF.
           OPEN INPUT INKASSOFILE.
           IF WS-INK-STATUS = "00"
               MOVE "Y" TO WS-INKFIL-SWITCH
           END-IF.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open RaadgiverBog.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "RAADGIVERBOG PR. "
               WS-DAGS-DATO(1:4) "-" WS-DAGS-DATO(5:2) "-"
               WS-DAGS-DATO(7:2)
               " - BELOB I DKK"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           PERFORM SKRIV-BOEGERNE.
           PERFORM TAEL-UDEN-RAADGIVER.

           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE WS-CTL-UDEN-RAADGIVER TO WS-ANTAL-ED.
           STRING "KUNDER UDEN RAADGIVER: " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           CLOSE RAPPORTOUT.

           IF WS-OPRFIL-AABEN
               CLOSE OPERATORFILE
           END-IF.
           IF WS-KYCFIL-AABEN
               CLOSE KYCFILE
           END-IF.
           IF WS-INKFIL-AABEN
               CLOSE INKASSOFILE
           END-IF.
           CLOSE KUNDEOPLFILE.
           CLOSE KONTOOPLFILE.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    The referral carries the account; the account names the
      *    customer.
           INDLAES-HENVISNINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT HENVISNINGFILE.
           IF WS-HNV-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ HENVISNINGFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF HENV-ER-AABEN
                           PERFORM GEM-HENVISNING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HNV-STATUS NOT = "35"
               CLOSE HENVISNINGFILE
           END-IF.

           GEM-HENVISNING.
           MOVE HENV-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-HV-ANTAL >= 2000
                       MOVE "Mere end 2000 aabne henvisninger"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RUN
                   END-IF
                   ADD 1 TO WS-HV-ANTAL
                   ADD 1 TO WS-CTL-HENVISNINGER
                   MOVE KUNDE-ID IN KONTOOPLREC
                       TO WS-HV-KUNDE-ID(WS-HV-ANTAL)
           END-READ.

           INDLAES-AML-SAGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT AMLSAGFILE.
           IF WS-SAG-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ AMLSAGFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF SAG-ER-AABEN OR SAG-ER-UNDERSOEGES
                           PERFORM GEM-AML-SAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SAG-STATUS NOT = "35"
               CLOSE AMLSAGFILE
           END-IF.

           GEM-AML-SAG.
           IF WS-AML-ANTAL >= 1000
               MOVE "Mere end 1000 aabne AML-sager"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-AML-ANTAL.
           ADD 1 TO WS-CTL-AML-SAGER.
           MOVE SAG-KUNDE-ID TO WS-AML-KUNDE-ID(WS-AML-ANTAL).

      *    The adviser key reads the books one after the other; a
      *    change of adviser closes the book before it.
           SKRIV-BOEGERNE.
           MOVE SPACES TO WS-RAADGIVER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KUNDERAADGIVERFILE.
           IF WS-KRG-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           ELSE
               MOVE LOW-VALUES TO KRG-RAADGIVER
               START KUNDERAADGIVERFILE
                   KEY IS >= KRG-RAADGIVER OF KUNDERAADGIVERREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDERAADGIVERFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KRG-RAADGIVER NOT = WS-RAADGIVER
                           PERFORM AFSLUT-BOG
                           PERFORM START-BOG
                       END-IF
                       PERFORM SKRIV-KUNDE
               END-READ
           END-PERFORM.
           PERFORM AFSLUT-BOG.
           IF WS-KRG-STATUS NOT = "35"
               CLOSE KUNDERAADGIVERFILE
           END-IF.

           START-BOG.
           ADD 1 TO WS-CTL-RAADGIVERE.
           MOVE KRG-RAADGIVER TO WS-RAADGIVER.
           MOVE "(ukendt operatoer)" TO WS-RAADGIVER-NAVN.
           IF WS-OPRFIL-AABEN
               MOVE WS-RAADGIVER TO OPR-ID
               READ OPERATORFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPR-NAVN TO WS-RAADGIVER-NAVN
               END-READ
           END-IF.
           MOVE ZEROES TO WS-RG-KUNDER WS-RG-SALDO WS-RG-LAAN
               WS-RG-HENV WS-RG-KYC WS-RG-INKASSO WS-RG-COMPLIANCE.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "RAADGIVER " WS-RAADGIVER " " WS-RAADGIVER-NAVN
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "KUNDE-ID" TO WS-RAPPORT-LINE(1:8).
           MOVE "NAVN" TO WS-RAPPORT-LINE(12:4).
           MOVE "SALDO" TO WS-RAPPORT-LINE(48:5).
           MOVE "LAAN" TO WS-RAPPORT-LINE(65:4).
           MOVE "HENV" TO WS-RAPPORT-LINE(70:4).
           MOVE "KYC FORF" TO WS-RAPPORT-LINE(75:8).
           MOVE "INKASSO" TO WS-RAPPORT-LINE(85:7).
           MOVE "AML" TO WS-RAPPORT-LINE(94:3).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

      *    Nothing to close before the first book.
           AFSLUT-BOG.
           IF WS-RAADGIVER NOT = SPACES
               MOVE SPACES TO WS-RAPPORT-LINE
               MOVE WS-RG-KUNDER TO WS-ANTAL-ED
               STRING "I ALT " WS-ANTAL-ED " KUNDER"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-RG-SALDO TO WS-BELOB-ED
               MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(37:16)
               MOVE WS-RG-LAAN TO WS-BELOB-ED
               MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(53:16)
               MOVE WS-RG-HENV TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(69:5)
               MOVE WS-RG-KYC TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(78:5)
               MOVE WS-RG-INKASSO TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(87:5)
               MOVE WS-RG-COMPLIANCE TO WS-ANTAL-ED
               MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(94:5)
               MOVE WS-RAPPORT-LINE TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.

           SKRIV-KUNDE.
           ADD 1 TO WS-CTL-KUNDER.
           ADD 1 TO WS-RG-KUNDER.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE KRG-KUNDE-ID TO WS-RAPPORT-LINE(1:10).
           MOVE KRG-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   ADD 1 TO WS-CTL-UKENDT-KUNDE
                   MOVE "(ukendt kunde)" TO WS-KU-NAVN
               NOT INVALID KEY
                   MOVE SPACES TO WS-KU-NAVN
                   STRING FORNAVN IN KUNDEOPLREC " "
                       EFTERNAVN IN KUNDEOPLREC
                       DELIMITED BY SIZE INTO WS-KU-NAVN
           END-READ.
           MOVE WS-KU-NAVN TO WS-RAPPORT-LINE(12:25).

           PERFORM SAML-KONTI.
           ADD WS-KU-SALDO TO WS-RG-SALDO.
           ADD WS-KU-LAAN TO WS-RG-LAAN.
           MOVE WS-KU-SALDO TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(37:16).
           MOVE WS-KU-LAAN TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(53:16).

           MOVE ZEROES TO WS-KU-HENV.
           MOVE 1 TO WS-HV-IX.
           PERFORM UNTIL WS-HV-IX > WS-HV-ANTAL
               IF WS-HV-KUNDE-ID(WS-HV-IX) = KRG-KUNDE-ID
                   ADD 1 TO WS-KU-HENV
               END-IF
               ADD 1 TO WS-HV-IX
           END-PERFORM.
           IF WS-KU-HENV > ZEROES
               ADD WS-KU-HENV TO WS-RG-HENV
               MOVE WS-KU-HENV TO WS-HENV-ED
               MOVE WS-HENV-ED TO WS-RAPPORT-LINE(71:3)
           END-IF.

           IF WS-KYCFIL-AABEN
               MOVE KRG-KUNDE-ID TO KYC-KUNDE-ID
               READ KYCFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KYC-NAESTE-DATO <= WS-DAGS-DATO
                           ADD 1 TO WS-RG-KYC
                           MOVE KYC-NAESTE-DATO
                               TO WS-RAPPORT-LINE(75:8)
                       END-IF
               END-READ
           END-IF.

           IF WS-INKFIL-AABEN
               MOVE KRG-KUNDE-ID TO INK-KUNDE-ID
               READ INKASSOFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RG-INKASSO
                       MOVE "TRIN " TO WS-RAPPORT-LINE(85:5)
                       MOVE INK-TRIN TO WS-RAPPORT-LINE(90:1)
               END-READ
           END-IF.

           MOVE "N" TO WS-KU-COMPLIANCE.
           MOVE 1 TO WS-AML-IX.
           PERFORM UNTIL WS-AML-IX > WS-AML-ANTAL
               IF WS-AML-KUNDE-ID(WS-AML-IX) = KRG-KUNDE-ID
                   MOVE "Y" TO WS-KU-COMPLIANCE
               END-IF
               ADD 1 TO WS-AML-IX
           END-PERFORM.
           IF WS-KU-KONTAKT-COMPLIANCE
               ADD 1 TO WS-RG-COMPLIANCE
               MOVE "KONTAKT COMPLIANCE" TO WS-RAPPORT-LINE(94:18)
           END-IF.

           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

      *    A LAAN account's balance is the debt; every other open
      *    account counts as the customer's money with us.
           SAML-KONTI.
           MOVE ZEROES TO WS-KU-SALDO.
           MOVE ZEROES TO WS-KU-LAAN.
           MOVE ZEROES TO WS-END-OF-KONTI.
           MOVE KRG-KUNDE-ID TO KUNDE-ID IN KONTOOPLREC.
           START KONTOOPLFILE
               KEY IS = KUNDE-ID OF KONTOOPLREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-KONTI
           END-START.
           PERFORM UNTIL WS-END-OF-KONTI = 1
               READ KONTOOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-KONTI
                   NOT AT END
                       IF KUNDE-ID IN KONTOOPLREC NOT = KRG-KUNDE-ID
                           MOVE 1 TO WS-END-OF-KONTI
                       ELSE
                           IF NOT KONTO-ER-LUKKET
                               PERFORM SAML-EN-KONTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           SAML-EN-KONTO.
           MOVE VALUTAKODE IN KONTOOPLREC TO WS-VALUTA.
           IF WS-VALUTA = SPACES
               MOVE "DKK" TO WS-VALUTA
           END-IF.
           MOVE BALANCE IN KONTOOPLREC TO WS-KONV-BELOB.
           PERFORM KONVERTER-BELOB.
           IF KONTOTYPE IN KONTOOPLREC = "LAAN"
               ADD WS-KONV-DKK TO WS-KU-LAAN
           ELSE
               ADD WS-KONV-DKK TO WS-KU-SALDO
           END-IF.

           KONVERTER-BELOB.
           MOVE ZEROES TO WS-KONV-DKK.
           IF WS-KONV-BELOB NOT = ZEROES
               IF WS-VALUTA = "DKK"
                   MOVE WS-KONV-BELOB TO WS-KONV-DKK
               ELSE
                   CALL "VALUTADATOKONVERTER" USING WS-VALUTA
                       WS-DAGS-DATO WS-KONV-BELOB WS-KONV-DKK
                       WS-KONV-RESULT
                   IF WS-KONV-RESULT NOT = "M"
                       ADD 1 TO WS-CTL-KURS-MANGLER
                       MOVE WS-KONV-BELOB TO WS-KONV-DKK
                   END-IF
               END-IF
           END-IF.

           TAEL-UDEN-RAADGIVER.
           MOVE ZEROES TO WS-END-OF-FILE.
           CLOSE KUNDEOPLFILE.
           OPEN INPUT KUNDEOPLFILE.
           OPEN INPUT KUNDERAADGIVERFILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDEOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM TJEK-RAADGIVER
               END-READ
           END-PERFORM.
           IF WS-KRG-STATUS NOT = "35"
               CLOSE KUNDERAADGIVERFILE
           END-IF.

           TJEK-RAADGIVER.
           IF WS-KRG-STATUS = "35"
               ADD 1 TO WS-CTL-UDEN-RAADGIVER
           ELSE
               MOVE KUNDE-ID IN KUNDEOPLREC TO KRG-KUNDE-ID
               READ KUNDERAADGIVERFILE
                   INVALID KEY
                       ADD 1 TO WS-CTL-UDEN-RAADGIVER
               END-READ
           END-IF.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE117 - KOERSELSOVERSIGT".
           DISPLAY "RAADGIVERE:              " WS-CTL-RAADGIVERE.
           DISPLAY "KUNDER MED RAADGIVER:    " WS-CTL-KUNDER.
           DISPLAY "KUNDER UDEN RAADGIVER:   " WS-CTL-UDEN-RAADGIVER.
           DISPLAY "UKENDT KUNDE:            " WS-CTL-UKENDT-KUNDE.
           DISPLAY "AABNE HENVISNINGER:      " WS-CTL-HENVISNINGER.
           DISPLAY "AABNE AML-SAGER:         " WS-CTL-AML-SAGER.
           DISPLAY "KURS MANGLER:            " WS-CTL-KURS-MANGLER.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE117: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KUNDER TO WS-STAT-LAEST.
           MOVE WS-CTL-KUNDER TO WS-STAT-SKREVET.
           MOVE WS-CTL-UKENDT-KUNDE TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
