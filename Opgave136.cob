           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE136.

      *    Masked test-data extract, run on demand in the
      *    production directory. The test environment is loaded
      *    from the Testdata directory this writes instead of from
      *    a plain copy of production: every file below is copied
      *    there with the identities scrambled and every balance,
      *    limit, rate, status and date left exactly as it was, so
      *    the test runs behave like the production ones.
      *
      *      Kundeoplysninger.txt   KUNDE-ID and KONTONUMMER
      *                             substituted; name, street,
      *                             house number, floor, phone and
      *                             email replaced by test values
      *                             built off the substitute id.
      *                             POSTNR, town and country stay,
      *                             for the address checks.
      *      KontoOpl.txt           KUNDE-ID and KONTONUMMER
      *      TransaktionsHistorik.txt  TH-KONTONUMMER; the index
      *                             rebuilds itself from it on the
      *                             first read in test (TRANSHISTIDX)
      *      KundeCpr.txt           KUNDE-ID, and a substitute CPR
      *                             number with the same birth date
      *                             and century digit
      *      KundeKontakter.txt     KUNDE-ID, phone and email
      *      KundeStatus.txt, KontoEjere.txt, Erhvervskunder.txt,
      *      LeveringsPraeferencer.txt, KundeRaadgivere.txt
      *                             KUNDE-ID (and KONTONUMMER)
      *
      *    A side file that is not there is skipped; the masters
      *    must be. Files not listed are not copied - AML cases,
      *    KYC reviews, letters and the like start empty in test.
      *    The CVR number on Erhvervskunder.txt is public register
      *    data and is copied as it stands.
      *
      *    The substitution is keyed by the twenty digits on
      *    MaskeringsNoegle.txt, which operations keep in
      *    production only; without it the run stops. It works
      *    digit by digit and can be undone with the key, so two
      *    different numbers never get the same substitute and the
      *    same KUNDE-ID or KONTONUMMER gets the same substitute
      *    in every file and on every run with the same key:
      *
      *      - KUNDE-ID: the four leading characters stay, the rest
      *        of the digits are substituted
      *      - KONTONUMMER: the registration number stays; the
      *        account digits after it are substituted, and on an
      *        IBAN-style number the two check digits are worked
      *        out again, so the substitute passes KONTONRVALIDER
      *        and IBANVALIDER. The bank's own 9999 accounts named
      *        in the parameter files are not substituted
      *      - CPR number: the birth date and the century digit
      *        stay; the next two digits are substituted, repeating
      *        the substitution while the control digit would come
      *        out as ten, and the control digit is worked out
      *        again, so the substitute passes CPRVALIDER. A CPR
      *        number that did not pass CPRVALIDER in production
      *        cannot be given a valid substitute and is blanked
      *
      *    Each substitute account and CPR number is put through
      *    the validators once more; the run summary gives the
      *    records per file and any substitute that failed.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT NOEGLEFILE ASSIGN TO "MaskeringsNoegle.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNG-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT TESTKUNDEOPLFILE
               ASSIGN TO "Testdata/Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF TESTKUNDEOPLREC
               FILE STATUS IS WS-TKOI-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOOPLREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KOF-STATUS.
           SELECT TESTKONTOOPLFILE ASSIGN TO "Testdata/KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF TESTKONTOOPLREC
               ALTERNATE RECORD KEY IS KUNDE-ID OF TESTKONTOOPLREC
                   WITH DUPLICATES
               FILE STATUS IS WS-TKOF-STATUS.
           SELECT TRANSHISTORIKFILE
               ASSIGN TO "TransaktionsHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THI-STATUS.
           SELECT TESTTRANSHISTORIKFILE
               ASSIGN TO "Testdata/TransaktionsHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TTHI-STATUS.
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.
           SELECT TESTKUNDECPRFILE ASSIGN TO "Testdata/KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF TESTKUNDECPRREC
               FILE STATUS IS WS-TCPR-STATUS.
           SELECT KONTAKTFILE ASSIGN TO "KundeKontakter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTF-STATUS.
           SELECT TESTKONTAKTFILE
               ASSIGN TO "Testdata/KundeKontakter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKTF-STATUS.
           SELECT KUNDESTATUSFILE ASSIGN TO "KundeStatus.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KST-KUNDE-ID OF KUNDESTATUSREC
               FILE STATUS IS WS-KST-STATUS.
           SELECT TESTKUNDESTATUSFILE
               ASSIGN TO "Testdata/KundeStatus.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KST-KUNDE-ID OF TESTKUNDESTATUSREC
               FILE STATUS IS WS-TKST-STATUS.
           SELECT KONTOEJERFILE ASSIGN TO "KontoEjere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEJ-NOEGLE OF KONTOEJERREC
               ALTERNATE RECORD KEY IS KEJ-KUNDE-ID OF KONTOEJERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KEJ-STATUS.
           SELECT TESTKONTOEJERFILE ASSIGN TO "Testdata/KontoEjere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KEJ-NOEGLE OF TESTKONTOEJERREC
               ALTERNATE RECORD KEY IS
                   KEJ-KUNDE-ID OF TESTKONTOEJERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-TKEJ-STATUS.
           SELECT ERHVERVSKUNDEFILE ASSIGN TO "Erhvervskunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERH-KUNDE-ID OF ERHVERVSKUNDEREC
               FILE STATUS IS WS-ERH-STATUS.
           SELECT TESTERHVERVSKUNDEFILE
               ASSIGN TO "Testdata/Erhvervskunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERH-KUNDE-ID OF TESTERHVERVSKUNDEREC
               FILE STATUS IS WS-TERH-STATUS.
           SELECT LEVPRAEFFILE
               ASSIGN TO "LeveringsPraeferencer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEV-KUNDE-ID OF LEVPRAEFREC
               FILE STATUS IS WS-LEV-STATUS.
           SELECT TESTLEVPRAEFFILE
               ASSIGN TO "Testdata/LeveringsPraeferencer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEV-KUNDE-ID OF TESTLEVPRAEFREC
               FILE STATUS IS WS-TLEV-STATUS.
           SELECT KUNDERAADGIVERFILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRG-KUNDE-ID OF KUNDERAADGIVERREC
               ALTERNATE RECORD KEY IS
                   KRG-RAADGIVER OF KUNDERAADGIVERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KRG-STATUS.
           SELECT TESTKUNDERAADGIVERFILE
               ASSIGN TO "Testdata/KundeRaadgivere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRG-KUNDE-ID OF TESTKUNDERAADGIVERREC
               ALTERNATE RECORD KEY IS
                   KRG-RAADGIVER OF TESTKUNDERAADGIVERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-TKRG-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD NOEGLEFILE.
           01 NOEGLEREC                    PIC X(20).

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD TESTKUNDEOPLFILE.
           01 TESTKUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD TESTKONTOOPLFILE.
           01 TESTKONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD TRANSHISTORIKFILE.
           01 TRANSHISTORIKLINE            PIC X(171).

           FD TESTTRANSHISTORIKFILE.
           01 TESTTRANSHISTORIKLINE        PIC X(171).

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD TESTKUNDECPRFILE.
           01 TESTKUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD KONTAKTFILE.
           01 KONTAKTREC.
               COPY "KONTAKTOPL.cpy".

           FD TESTKONTAKTFILE.
           01 TESTKONTAKTREC.
               COPY "KONTAKTOPL.cpy".

           FD KUNDESTATUSFILE.
           01 KUNDESTATUSREC.
               COPY "KUNDESTATUS.cpy".

           FD TESTKUNDESTATUSFILE.
           01 TESTKUNDESTATUSREC.
               COPY "KUNDESTATUS.cpy".

           FD KONTOEJERFILE.
           01 KONTOEJERREC.
               COPY "KONTOEJER.cpy".

           FD TESTKONTOEJERFILE.
           01 TESTKONTOEJERREC.
               COPY "KONTOEJER.cpy".

           FD ERHVERVSKUNDEFILE.
           01 ERHVERVSKUNDEREC.
               COPY "ERHVERVSKUNDE.cpy".

           FD TESTERHVERVSKUNDEFILE.
           01 TESTERHVERVSKUNDEREC.
               COPY "ERHVERVSKUNDE.cpy".

           FD LEVPRAEFFILE.
           01 LEVPRAEFREC.
               COPY "LEVPRAEF.cpy".

           FD TESTLEVPRAEFFILE.
           01 TESTLEVPRAEFREC.
               COPY "LEVPRAEF.cpy".

           FD KUNDERAADGIVERFILE.
           01 KUNDERAADGIVERREC.
               COPY "KUNDERAADGIVER.cpy".

           FD TESTKUNDERAADGIVERFILE.
           01 TESTKUNDERAADGIVERREC.
               COPY "KUNDERAADGIVER.cpy".

           WORKING-STORAGE SECTION.
           01 WS-MNG-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-TKOI-STATUS               PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-TKOF-STATUS               PIC X(2).
           01 WS-THI-STATUS                PIC X(2).
           01 WS-TTHI-STATUS               PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-TCPR-STATUS               PIC X(2).
           01 WS-KTF-STATUS                PIC X(2).
           01 WS-TKTF-STATUS               PIC X(2).
           01 WS-KST-STATUS                PIC X(2).
           01 WS-TKST-STATUS               PIC X(2).
           01 WS-KEJ-STATUS                PIC X(2).
           01 WS-TKEJ-STATUS               PIC X(2).
           01 WS-ERH-STATUS                PIC X(2).
           01 WS-TERH-STATUS               PIC X(2).
           01 WS-LEV-STATUS                PIC X(2).
           01 WS-TLEV-STATUS               PIC X(2).
           01 WS-KRG-STATUS                PIC X(2).
           01 WS-TKRG-STATUS               PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

      *    The masking key, one digit per position of the field
      *    being substituted; the backward pass reads it from the
      *    other end.
           01 WS-NOEGLE                    PIC X(20) VALUE SPACES.
           01 WS-NOEGLE-CIFRE REDEFINES WS-NOEGLE.
               02 WS-NOEGLE-CIFFER OCCURS 20 TIMES
                                           PIC 9(1).

      *    The field being substituted and the positions that are.
           01 WS-MASK-FELT                 PIC X(20) VALUE SPACES.
           01 WS-MASK-FRA                  PIC 9(2) VALUE ZEROES.
           01 WS-MASK-TIL                  PIC 9(2) VALUE ZEROES.
           01 WS-MASK-IX                   PIC 9(2) VALUE ZEROES.
           01 WS-MASK-CIFFER               PIC 9(1) VALUE ZEROES.
           01 WS-MASK-FORRIGE              PIC 9(1) VALUE ZEROES.
           01 WS-MASK-SUM                  PIC 9(3) VALUE ZEROES.
           01 WS-MASK-KVOT                 PIC 9(3) VALUE ZEROES.
           01 WS-MASK-REST                 PIC 9(1) VALUE ZEROES.
           01 WS-MASK-LAENGDE              PIC 9(2) VALUE ZEROES.

           01 WS-MASKERET-ID               PIC X(10) VALUE SPACES.
           01 WS-MASKERET-KONTO            PIC X(20) VALUE SPACES.
           01 WS-KONTO-IND                 PIC X(20) VALUE SPACES.

      *    IBAN check digits: BBAN, country and "00" with the
      *    letters as two digits, the remainder mod 97 taken digit
      *    by digit as IBANVALIDER does.
           01 WS-CHARTABLE                 PIC X(36) VALUE
               "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 WS-IBAN-OMLAGT               PIC X(20) VALUE SPACES.
           01 WS-IBAN-IX                   PIC 9(2) VALUE ZEROES.
           01 WS-TBL-IX                    PIC 9(2) VALUE ZEROES.
           01 WS-IBAN-TEGN                 PIC X(1) VALUE SPACES.
           01 WS-IBAN-VAERDI               PIC 9(2) VALUE ZEROES.
           01 WS-IBAN-CIFFER               PIC 9(1) VALUE ZEROES.
           01 WS-IBAN-TRIN                 PIC 9(9) VALUE ZEROES.
           01 WS-IBAN-KVOT                 PIC 9(9) VALUE ZEROES.
           01 WS-IBAN-REST                 PIC 9(9) VALUE ZEROES.
           01 WS-IBAN-KONTROL              PIC 9(2) VALUE ZEROES.

      *    CPR control digit: weights 4,3,2,7,6,5,4,3,2 on the
      *    first nine digits, the tenth makes the sum divisible by
      *    eleven.
           01 WS-CPR-VAEGT-TABEL.
               02 FILLER                   PIC X(9)
                                           VALUE "432765432".
           01 WS-CPR-VAEGTE REDEFINES WS-CPR-VAEGT-TABEL.
               02 WS-CPR-VAEGT OCCURS 9 TIMES
                                           PIC 9(1).
           01 WS-CPR-IX                    PIC 9(2) VALUE ZEROES.
           01 WS-CPR-CIFFER                PIC 9(1) VALUE ZEROES.
           01 WS-CPR-SUM                   PIC 9(4) VALUE ZEROES.
           01 WS-CPR-KVOT                  PIC 9(4) VALUE ZEROES.
           01 WS-CPR-REST                  PIC 9(2) VALUE ZEROES.
           01 WS-CPR-KONTROL               PIC 9(2) VALUE ZEROES.
           01 WS-CPR-FORSOEG               PIC 9(3) VALUE ZEROES.
           01 WS-CPR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-MASKERET-CPR              PIC X(10) VALUE SPACES.

           01 WS-KONTO-FORMAT              PIC X(1) VALUE SPACES.
           01 WS-KONTO-RESULT              PIC X(1) VALUE SPACES.

           01 WS-CTL-KUNDER                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KONTI                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-HISTORIK              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-CPR                   PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KONTAKTER             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KUNDESTATUS           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KONTOEJERE            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ERHVERV               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-LEVPRAEF              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-RAADGIVERE            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-CPR-BLANKET           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-CPR-FEJL              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KONTO-FEJL            PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV136".
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
           PERFORM LAES-NOEGLE.
           PERFORM KOPIER-KUNDER.
           PERFORM KOPIER-KONTI.
           PERFORM KOPIER-HISTORIK.
           PERFORM KOPIER-CPR.
           PERFORM KOPIER-KONTAKTER.
           PERFORM KOPIER-KUNDESTATUS.
           PERFORM KOPIER-KONTOEJERE.
           PERFORM KOPIER-ERHVERVSKUNDER.
           PERFORM KOPIER-LEVPRAEF.
           PERFORM KOPIER-RAADGIVERE.
           IF WS-CTL-CPR-FEJL > ZEROES OR WS-CTL-KONTO-FEJL > ZEROES
               MOVE "GA" TO WS-STAT-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM SKRIV-KOERSELSOVERSIGT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           LAES-NOEGLE.
           OPEN INPUT NOEGLEFILE.
           IF WS-MNG-STATUS NOT = "00"
               MOVE "No MaskeringsNoegle.txt - nothing masked"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           READ NOEGLEFILE
               AT END
                   MOVE SPACES TO NOEGLEREC
           END-READ.
           CLOSE NOEGLEFILE.
           MOVE NOEGLEREC TO WS-NOEGLE.
           IF WS-NOEGLE IS NOT NUMERIC
               MOVE "MaskeringsNoegle.txt must hold 20 digits"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           KOPIER-KUNDER.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT TESTKUNDEOPLFILE.
           IF WS-TKOI-STATUS NOT = "00"
               STRING "Open Testdata/Kundeoplysninger.txt failed, "
                   "status " WS-TKOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDEOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM MASKER-EN-KUNDE
               END-READ
           END-PERFORM.
           CLOSE KUNDEOPLFILE.
           CLOSE TESTKUNDEOPLFILE.

      *    The test identity is built off the substitute id, so a
      *    customer keeps one name, one phone and one email across
      *    the test files.
           MASKER-EN-KUNDE.
           MOVE KUNDEOPLREC TO TESTKUNDEOPLREC.
           MOVE KUNDE-ID IN KUNDEOPLREC TO WS-MASK-FELT.
           PERFORM MASKER-KUNDE-ID.
           MOVE WS-MASKERET-ID TO KUNDE-ID IN TESTKUNDEOPLREC.
           MOVE KONTONUMMER IN KUNDEOPLREC TO WS-KONTO-IND.
           PERFORM MASKER-KONTONUMMER.
           MOVE WS-MASKERET-KONTO TO KONTONUMMER IN TESTKUNDEOPLREC.
           MOVE "Test" TO FORNAVN IN TESTKUNDEOPLREC.
           MOVE SPACES TO EFTERNAVN IN TESTKUNDEOPLREC.
           STRING "Kunde " WS-MASKERET-ID
               DELIMITED BY SIZE INTO EFTERNAVN IN TESTKUNDEOPLREC.
           MOVE "Testvej" TO VEJNAVN IN TESTKUNDEOPLREC.
           MOVE SPACES TO ADRESSE-LINJE-2 IN TESTKUNDEOPLREC.
           MOVE WS-MASKERET-ID(8:3) TO HUSNR IN TESTKUNDEOPLREC.
           MOVE SPACES TO ETAGE IN TESTKUNDEOPLREC.
           MOVE SPACES TO SIDE IN TESTKUNDEOPLREC.
           IF TELEFON IN KUNDEOPLREC NOT = SPACES
               MOVE WS-MASKERET-ID(3:8) TO TELEFON IN TESTKUNDEOPLREC
           END-IF.
           IF EMAIL IN KUNDEOPLREC NOT = SPACES
               MOVE SPACES TO EMAIL IN TESTKUNDEOPLREC
               STRING "kunde" WS-MASKERET-ID "@example.dk"
                   DELIMITED BY SPACE INTO EMAIL IN TESTKUNDEOPLREC
           END-IF.
           WRITE TESTKUNDEOPLREC
               INVALID KEY
                   DISPLAY "ADVARSEL: Testkunde " WS-MASKERET-ID
                       " ikke skrevet, status " WS-TKOI-STATUS
           END-WRITE.
           ADD 1 TO WS-CTL-KUNDER.

           KOPIER-KONTI.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT TESTKONTOOPLFILE.
           IF WS-TKOF-STATUS NOT = "00"
               STRING "Open Testdata/KontoOpl.txt failed, status "
                   WS-TKOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM MASKER-EN-KONTO
               END-READ
           END-PERFORM.
           CLOSE KONTOOPLFILE.
           CLOSE TESTKONTOOPLFILE.

           MASKER-EN-KONTO.
           MOVE KONTOOPLREC TO TESTKONTOOPLREC.
           MOVE KUNDE-ID IN KONTOOPLREC TO WS-MASK-FELT.
           PERFORM MASKER-KUNDE-ID.
           MOVE WS-MASKERET-ID TO KUNDE-ID IN TESTKONTOOPLREC.
           MOVE KONTONUMMER IN KONTOOPLREC TO WS-KONTO-IND.
           PERFORM MASKER-KONTONUMMER.
           MOVE WS-MASKERET-KONTO TO KONTONUMMER IN TESTKONTOOPLREC.
           PERFORM KONTROLLER-MASKERET-KONTO.
           WRITE TESTKONTOOPLREC
               INVALID KEY
                   DISPLAY "ADVARSEL: Testkonto " WS-MASKERET-KONTO
                       " ikke skrevet, status " WS-TKOF-STATUS
           END-WRITE.
           ADD 1 TO WS-CTL-KONTI.

      *    A substitute for a number that passed in production
      *    must pass too.
           KONTROLLER-MASKERET-KONTO.
           CALL "KONTONRVALIDER" USING WS-KONTO-IND
               WS-KONTO-FORMAT WS-KONTO-RESULT.
           IF WS-KONTO-RESULT = "M"
               CALL "KONTONRVALIDER" USING WS-MASKERET-KONTO
                   WS-KONTO-FORMAT WS-KONTO-RESULT
               IF WS-KONTO-RESULT NOT = "M"
                   ADD 1 TO WS-CTL-KONTO-FEJL
                   DISPLAY "ADVARSEL: Erstatning for konto "
                       WS-KONTO-IND " fejler KONTONRVALIDER"
               END-IF
           END-IF.

           KOPIER-HISTORIK.
           OPEN INPUT TRANSHISTORIKFILE.
           IF WS-THI-STATUS NOT = "00"
               DISPLAY "Ingen TransaktionsHistorik.txt - "
                   "springes over."
           ELSE
               OPEN OUTPUT TESTTRANSHISTORIKFILE
               IF WS-TTHI-STATUS NOT = "00"
                   STRING "Open Testdata/TransaktionsHistorik.txt "
                       "failed, status " WS-TTHI-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ TRANSHISTORIKFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM MASKER-EN-HISTORIKLINJE
                   END-READ
               END-PERFORM
               CLOSE TRANSHISTORIKFILE
               CLOSE TESTTRANSHISTORIKFILE
           END-IF.

      *    TH-KONTONUMMER sits at 22 for 20 in the TRANSHISTORIK
      *    layout.
           MASKER-EN-HISTORIKLINJE.
           MOVE TRANSHISTORIKLINE TO TESTTRANSHISTORIKLINE.
           MOVE TRANSHISTORIKLINE(22:20) TO WS-KONTO-IND.
           PERFORM MASKER-KONTONUMMER.
           MOVE WS-MASKERET-KONTO TO TESTTRANSHISTORIKLINE(22:20).
           WRITE TESTTRANSHISTORIKLINE.
           ADD 1 TO WS-CTL-HISTORIK.

           KOPIER-CPR.
           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS NOT = "00"
               DISPLAY "Ingen KundeCpr.txt - springes over."
           ELSE
               OPEN OUTPUT TESTKUNDECPRFILE
               IF WS-TCPR-STATUS NOT = "00"
                   STRING "Open Testdata/KundeCpr.txt failed, "
                       "status " WS-TCPR-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KUNDECPRFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM MASKER-EN-CPR
                   END-READ
               END-PERFORM
               CLOSE KUNDECPRFILE
               CLOSE TESTKUNDECPRFILE
           END-IF.

           MASKER-EN-CPR.
           MOVE KUNDECPRREC TO TESTKUNDECPRREC.
           MOVE CPR-KUNDE-ID IN KUNDECPRREC TO WS-MASK-FELT.
           PERFORM MASKER-KUNDE-ID.
           MOVE WS-MASKERET-ID TO CPR-KUNDE-ID IN TESTKUNDECPRREC.
           PERFORM MASKER-CPR-NUMMER.
           MOVE WS-MASKERET-CPR TO CPR-NUMMER IN TESTKUNDECPRREC.
           WRITE TESTKUNDECPRREC
               INVALID KEY
                   DISPLAY "ADVARSEL: Test-CPR for " WS-MASKERET-ID
                       " ikke skrevet, status " WS-TCPR-STATUS
           END-WRITE.
           ADD 1 TO WS-CTL-CPR.

      *    Positions 8-9 go through the substitution until the
      *    control digit comes out below ten. The substitution is
      *    one-to-one on the hundred pairs, so walking it this way
      *    is one-to-one on the pairs that give a valid number.
           MASKER-CPR-NUMMER.
           MOVE SPACES TO WS-MASKERET-CPR.
           CALL "CPRVALIDER" USING CPR-NUMMER IN KUNDECPRREC
               WS-CPR-RESULT.
           IF WS-CPR-RESULT NOT = "M"
               IF CPR-NUMMER IN KUNDECPRREC NOT = SPACES
                   ADD 1 TO WS-CTL-CPR-BLANKET
               END-IF
           ELSE
               MOVE CPR-NUMMER IN KUNDECPRREC TO WS-MASK-FELT
               MOVE 8 TO WS-MASK-FRA
               MOVE 9 TO WS-MASK-TIL
               MOVE ZEROES TO WS-CPR-FORSOEG
               MOVE 10 TO WS-CPR-KONTROL
               PERFORM UNTIL WS-CPR-KONTROL < 10
                   OR WS-CPR-FORSOEG > 100
                   PERFORM MASKER-CIFRE
                   PERFORM BEREGN-CPR-KONTROL
                   ADD 1 TO WS-CPR-FORSOEG
               END-PERFORM
               IF WS-CPR-KONTROL < 10
                   MOVE WS-MASK-FELT(1:9) TO WS-MASKERET-CPR(1:9)
                   MOVE WS-CPR-KONTROL(2:1) TO WS-MASKERET-CPR(10:1)
                   CALL "CPRVALIDER" USING WS-MASKERET-CPR
                       WS-CPR-RESULT
               ELSE
                   MOVE "U" TO WS-CPR-RESULT
               END-IF
               IF WS-CPR-RESULT NOT = "M"
                   ADD 1 TO WS-CTL-CPR-FEJL
                   MOVE SPACES TO WS-MASKERET-CPR
                   DISPLAY "ADVARSEL: Intet gyldigt test-CPR for "
                       "KUNDE-ID " CPR-KUNDE-ID IN KUNDECPRREC
               END-IF
           END-IF.

           BEREGN-CPR-KONTROL.
           MOVE ZEROES TO WS-CPR-SUM.
           PERFORM VARYING WS-CPR-IX FROM 1 BY 1
               UNTIL WS-CPR-IX > 9
               MOVE WS-MASK-FELT(WS-CPR-IX:1) TO WS-CPR-CIFFER
               COMPUTE WS-CPR-SUM = WS-CPR-SUM +
                   WS-CPR-CIFFER * WS-CPR-VAEGT(WS-CPR-IX)
           END-PERFORM.
           DIVIDE WS-CPR-SUM BY 11 GIVING WS-CPR-KVOT
               REMAINDER WS-CPR-REST.
           IF WS-CPR-REST = ZEROES
               MOVE ZEROES TO WS-CPR-KONTROL
           ELSE
               COMPUTE WS-CPR-KONTROL = 11 - WS-CPR-REST
           END-IF.

           KOPIER-KONTAKTER.
           OPEN INPUT KONTAKTFILE.
           IF WS-KTF-STATUS NOT = "00"
               DISPLAY "Ingen KundeKontakter.txt - springes over."
           ELSE
               OPEN OUTPUT TESTKONTAKTFILE
               IF WS-TKTF-STATUS NOT = "00"
                   STRING "Open Testdata/KundeKontakter.txt failed, "
                       "status " WS-TKTF-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KONTAKTFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM MASKER-EN-KONTAKT
                   END-READ
               END-PERFORM
               CLOSE KONTAKTFILE
               CLOSE TESTKONTAKTFILE
           END-IF.

           MASKER-EN-KONTAKT.
           MOVE KONTAKTREC TO TESTKONTAKTREC.
           MOVE KT-KUNDE-ID IN KONTAKTREC TO WS-MASK-FELT.
           PERFORM MASKER-KUNDE-ID.
           MOVE WS-MASKERET-ID TO KT-KUNDE-ID IN TESTKONTAKTREC.
           IF KT-TELEFON IN KONTAKTREC NOT = SPACES
               MOVE WS-MASKERET-ID(3:8)
                   TO KT-TELEFON IN TESTKONTAKTREC
           END-IF.
           IF KT-EMAIL IN KONTAKTREC NOT = SPACES
               MOVE SPACES TO KT-EMAIL IN TESTKONTAKTREC
               STRING "kunde" WS-MASKERET-ID "@example.dk"
                   DELIMITED BY SPACE
                   INTO KT-EMAIL IN TESTKONTAKTREC
           END-IF.
           WRITE TESTKONTAKTREC.
           ADD 1 TO WS-CTL-KONTAKTER.

           KOPIER-KUNDESTATUS.
           OPEN INPUT KUNDESTATUSFILE.
           IF WS-KST-STATUS NOT = "00"
               DISPLAY "Ingen KundeStatus.txt - springes over."
           ELSE
               OPEN OUTPUT TESTKUNDESTATUSFILE
               IF WS-TKST-STATUS NOT = "00"
                   STRING "Open Testdata/KundeStatus.txt failed, "
                       "status " WS-TKST-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KUNDESTATUSFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE KUNDESTATUSREC TO TESTKUNDESTATUSREC
                           MOVE KST-KUNDE-ID IN KUNDESTATUSREC
                               TO WS-MASK-FELT
                           PERFORM MASKER-KUNDE-ID
                           MOVE WS-MASKERET-ID
                               TO KST-KUNDE-ID IN TESTKUNDESTATUSREC
                           WRITE TESTKUNDESTATUSREC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CTL-KUNDESTATUS
                   END-READ
               END-PERFORM
               CLOSE KUNDESTATUSFILE
               CLOSE TESTKUNDESTATUSFILE
           END-IF.

           KOPIER-KONTOEJERE.
           OPEN INPUT KONTOEJERFILE.
           IF WS-KEJ-STATUS NOT = "00"
               DISPLAY "Ingen KontoEjere.txt - springes over."
           ELSE
               OPEN OUTPUT TESTKONTOEJERFILE
               IF WS-TKEJ-STATUS NOT = "00"
                   STRING "Open Testdata/KontoEjere.txt failed, "
                       "status " WS-TKEJ-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KONTOEJERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM MASKER-EN-KONTOEJER
                   END-READ
               END-PERFORM
               CLOSE KONTOEJERFILE
               CLOSE TESTKONTOEJERFILE
           END-IF.

           MASKER-EN-KONTOEJER.
           MOVE KONTOEJERREC TO TESTKONTOEJERREC.
           MOVE KEJ-KUNDE-ID IN KONTOEJERREC TO WS-MASK-FELT.
           PERFORM MASKER-KUNDE-ID.
           MOVE WS-MASKERET-ID TO KEJ-KUNDE-ID IN TESTKONTOEJERREC.
           MOVE KEJ-KONTONUMMER IN KONTOEJERREC TO WS-KONTO-IND.
           PERFORM MASKER-KONTONUMMER.
           MOVE WS-MASKERET-KONTO
               TO KEJ-KONTONUMMER IN TESTKONTOEJERREC.
           WRITE TESTKONTOEJERREC
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WS-CTL-KONTOEJERE.

           KOPIER-ERHVERVSKUNDER.
           OPEN INPUT ERHVERVSKUNDEFILE.
           IF WS-ERH-STATUS NOT = "00"
               DISPLAY "Ingen Erhvervskunder.txt - springes over."
           ELSE
               OPEN OUTPUT TESTERHVERVSKUNDEFILE
               IF WS-TERH-STATUS NOT = "00"
                   STRING "Open Testdata/Erhvervskunder.txt failed, "
                       "status " WS-TERH-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ ERHVERVSKUNDEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE ERHVERVSKUNDEREC
                               TO TESTERHVERVSKUNDEREC
                           MOVE ERH-KUNDE-ID IN ERHVERVSKUNDEREC
                               TO WS-MASK-FELT
                           PERFORM MASKER-KUNDE-ID
                           MOVE WS-MASKERET-ID TO
                               ERH-KUNDE-ID IN TESTERHVERVSKUNDEREC
                           WRITE TESTERHVERVSKUNDEREC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CTL-ERHVERV
                   END-READ
               END-PERFORM
               CLOSE ERHVERVSKUNDEFILE
               CLOSE TESTERHVERVSKUNDEFILE
           END-IF.

           KOPIER-LEVPRAEF.
           OPEN INPUT LEVPRAEFFILE.
           IF WS-LEV-STATUS NOT = "00"
               DISPLAY "Ingen LeveringsPraeferencer.txt - "
                   "springes over."
           ELSE
               OPEN OUTPUT TESTLEVPRAEFFILE
               IF WS-TLEV-STATUS NOT = "00"
                   STRING "Open Testdata/LeveringsPraeferencer.txt "
                       "failed, status " WS-TLEV-STATUS
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ LEVPRAEFFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE LEVPRAEFREC TO TESTLEVPRAEFREC
                           MOVE LEV-KUNDE-ID IN LEVPRAEFREC
                               TO WS-MASK-FELT
                           PERFORM MASKER-KUNDE-ID
                           MOVE WS-MASKERET-ID
                               TO LEV-KUNDE-ID IN TESTLEVPRAEFREC
                           WRITE TESTLEVPRAEFREC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CTL-LEVPRAEF
                   END-READ
               END-PERFORM
               CLOSE LEVPRAEFFILE
               CLOSE TESTLEVPRAEFFILE
           END-IF.

           KOPIER-RAADGIVERE.
           OPEN INPUT KUNDERAADGIVERFILE.
           IF WS-KRG-STATUS NOT = "00"
               DISPLAY "Ingen KundeRaadgivere.txt - springes over."
           ELSE
               OPEN OUTPUT TESTKUNDERAADGIVERFILE
               IF WS-TKRG-STATUS NOT = "00"
                   STRING "Open Testdata/KundeRaadgivere.txt failed,"
                       " status " WS-TKRG-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KUNDERAADGIVERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE KUNDERAADGIVERREC
                               TO TESTKUNDERAADGIVERREC
                           MOVE KRG-KUNDE-ID IN KUNDERAADGIVERREC
                               TO WS-MASK-FELT
                           PERFORM MASKER-KUNDE-ID
                           MOVE WS-MASKERET-ID TO
                               KRG-KUNDE-ID IN TESTKUNDERAADGIVERREC
                           WRITE TESTKUNDERAADGIVERREC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           ADD 1 TO WS-CTL-RAADGIVERE
                   END-READ
               END-PERFORM
               CLOSE KUNDERAADGIVERFILE
               CLOSE TESTKUNDERAADGIVERFILE
           END-IF.

      *    The id to substitute is in WS-MASK-FELT; positions 5-10
      *    are substituted.
           MASKER-KUNDE-ID.
           MOVE 5 TO WS-MASK-FRA.
           MOVE 10 TO WS-MASK-TIL.
           PERFORM MASKER-CIFRE.
           MOVE WS-MASK-FELT(1:10) TO WS-MASKERET-ID.

      *    Domestic numbers from position 5, after the registration
      *    number; IBAN-style numbers from position 9, after the
      *    country, check digits and registration number.
           MASKER-KONTONUMMER.
           MOVE WS-KONTO-IND TO WS-MASKERET-KONTO.
           IF WS-KONTO-IND NOT = SPACES
               AND WS-KONTO-IND(1:4) NOT = "9999"
               MOVE WS-KONTO-IND TO WS-MASK-FELT
               PERFORM FIND-FELTLAENGDE
               MOVE WS-MASK-LAENGDE TO WS-MASK-TIL
               IF WS-KONTO-IND(1:2) IS ALPHABETIC
                   MOVE 9 TO WS-MASK-FRA
               ELSE
                   MOVE 5 TO WS-MASK-FRA
               END-IF
               IF WS-MASK-TIL >= WS-MASK-FRA
                   PERFORM MASKER-CIFRE
                   IF WS-KONTO-IND(1:2) IS ALPHABETIC
                       PERFORM BEREGN-IBAN-KONTROL
                   END-IF
                   MOVE WS-MASK-FELT TO WS-MASKERET-KONTO
               END-IF
           END-IF.

           FIND-FELTLAENGDE.
           MOVE ZEROES TO WS-MASK-LAENGDE.
           PERFORM VARYING WS-MASK-IX FROM 1 BY 1
               UNTIL WS-MASK-IX > 20
               IF WS-MASK-FELT(WS-MASK-IX:1) NOT = SPACE
                   MOVE WS-MASK-IX TO WS-MASK-LAENGDE
               END-IF
           END-PERFORM.

      *    Two passes over the digits from WS-MASK-FRA to
      *    WS-MASK-TIL: forward, each digit shifted by its key
      *    digit and the original digit before it; then backward,
      *    each shifted by the key read from the other end and the
      *    digit after it as the first pass left it. Each pass can
      *    be undone digit by digit, so the whole is one-to-one.
      *    Anything but a digit is left where it is.
           MASKER-CIFRE.
           MOVE ZEROES TO WS-MASK-FORRIGE.
           PERFORM VARYING WS-MASK-IX FROM WS-MASK-FRA BY 1
               UNTIL WS-MASK-IX > WS-MASK-TIL
               IF WS-MASK-FELT(WS-MASK-IX:1) IS NUMERIC
                   MOVE WS-MASK-FELT(WS-MASK-IX:1) TO WS-MASK-CIFFER
                   COMPUTE WS-MASK-SUM = WS-MASK-CIFFER
                       + WS-NOEGLE-CIFFER(WS-MASK-IX)
                       + WS-MASK-FORRIGE
                   DIVIDE WS-MASK-SUM BY 10 GIVING WS-MASK-KVOT
                       REMAINDER WS-MASK-REST
                   MOVE WS-MASK-REST TO WS-MASK-FELT(WS-MASK-IX:1)
                   MOVE WS-MASK-CIFFER TO WS-MASK-FORRIGE
               END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-MASK-FORRIGE.
           PERFORM VARYING WS-MASK-IX FROM WS-MASK-TIL BY -1
               UNTIL WS-MASK-IX < WS-MASK-FRA
               IF WS-MASK-FELT(WS-MASK-IX:1) IS NUMERIC
                   MOVE WS-MASK-FELT(WS-MASK-IX:1) TO WS-MASK-CIFFER
                   COMPUTE WS-MASK-SUM = WS-MASK-CIFFER
                       + WS-NOEGLE-CIFFER(21 - WS-MASK-IX)
                       + WS-MASK-FORRIGE
                   DIVIDE WS-MASK-SUM BY 10 GIVING WS-MASK-KVOT
                       REMAINDER WS-MASK-REST
                   MOVE WS-MASK-REST TO WS-MASK-FELT(WS-MASK-IX:1)
                   MOVE WS-MASK-CIFFER TO WS-MASK-FORRIGE
               END-IF
           END-PERFORM.

      *    The number in WS-MASK-FELT gets check digits 98 minus
      *    the remainder of BBAN, country and "00".
           BEREGN-IBAN-KONTROL.
           MOVE SPACES TO WS-IBAN-OMLAGT.
           STRING WS-MASK-FELT(5:16) DELIMITED BY SPACE
               WS-MASK-FELT(1:2) "00" DELIMITED BY SIZE
               INTO WS-IBAN-OMLAGT.
           MOVE ZEROES TO WS-IBAN-REST.
           PERFORM VARYING WS-IBAN-IX FROM 1 BY 1
               UNTIL WS-IBAN-IX > 20
               MOVE WS-IBAN-OMLAGT(WS-IBAN-IX:1) TO WS-IBAN-TEGN
               IF WS-IBAN-TEGN NOT = SPACE
                   PERFORM FIND-TEGNVAERDI
                   IF WS-IBAN-VAERDI < 10
                       MOVE WS-IBAN-VAERDI TO WS-IBAN-CIFFER
                       PERFORM LAEG-CIFFER-TIL-REST
                   ELSE
                       DIVIDE WS-IBAN-VAERDI BY 10
                           GIVING WS-IBAN-CIFFER
                       PERFORM LAEG-CIFFER-TIL-REST
                       DIVIDE WS-IBAN-VAERDI BY 10
                           GIVING WS-IBAN-KVOT
                           REMAINDER WS-IBAN-CIFFER
                       PERFORM LAEG-CIFFER-TIL-REST
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-IBAN-KONTROL = 98 - WS-IBAN-REST.
           MOVE WS-IBAN-KONTROL TO WS-MASK-FELT(3:2).

           FIND-TEGNVAERDI.
           MOVE ZEROES TO WS-IBAN-VAERDI.
           PERFORM VARYING WS-TBL-IX FROM 1 BY 1
               UNTIL WS-TBL-IX > 36
               OR WS-CHARTABLE(WS-TBL-IX:1) = WS-IBAN-TEGN
               CONTINUE
           END-PERFORM.
           IF WS-TBL-IX <= 36
               COMPUTE WS-IBAN-VAERDI = WS-TBL-IX - 1
           END-IF.

           LAEG-CIFFER-TIL-REST.
           COMPUTE WS-IBAN-TRIN = WS-IBAN-REST * 10 + WS-IBAN-CIFFER.
           DIVIDE WS-IBAN-TRIN BY 97 GIVING WS-IBAN-KVOT
               REMAINDER WS-IBAN-REST.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE136 - KOERSELSOVERSIGT".
           DISPLAY "KUNDER:                  " WS-CTL-KUNDER.
           DISPLAY "KONTI:                   " WS-CTL-KONTI.
           DISPLAY "HISTORIKLINJER:          " WS-CTL-HISTORIK.
           DISPLAY "CPR-NUMRE:               " WS-CTL-CPR.
           DISPLAY "KONTAKTLINJER:           " WS-CTL-KONTAKTER.
           DISPLAY "KUNDESTATUS:             " WS-CTL-KUNDESTATUS.
           DISPLAY "KONTOEJERE:              " WS-CTL-KONTOEJERE.
           DISPLAY "ERHVERVSKUNDER:          " WS-CTL-ERHVERV.
           DISPLAY "LEVERINGSPRAEFERENCER:   " WS-CTL-LEVPRAEF.
           DISPLAY "KUNDERAADGIVERE:         " WS-CTL-RAADGIVERE.
           DISPLAY "CPR BLANKET (UGYLDIGT):  " WS-CTL-CPR-BLANKET.
           DISPLAY "CPR-ERSTATNING FEJLET:   " WS-CTL-CPR-FEJL.
           DISPLAY "KONTO-ERSTATNING FEJLET: " WS-CTL-KONTO-FEJL.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE136: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           COMPUTE WS-STAT-LAEST = WS-CTL-KUNDER + WS-CTL-KONTI
               + WS-CTL-HISTORIK + WS-CTL-CPR + WS-CTL-KONTAKTER
               + WS-CTL-KUNDESTATUS + WS-CTL-KONTOEJERE
               + WS-CTL-ERHVERV + WS-CTL-LEVPRAEF
               + WS-CTL-RAADGIVERE.
           MOVE WS-STAT-LAEST TO WS-STAT-SKREVET.
           COMPUTE WS-STAT-AFVIST = WS-CTL-CPR-BLANKET
               + WS-CTL-CPR-FEJL + WS-CTL-KONTO-FEJL.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
