           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE113.

      *    Month-end MFI balance statistics for Danmarks
      *    Nationalbank. Every account on KontoOpl.txt with a
      *    balance is counted into one cell of the statistics:
      *
      *      - the instrument: the KONTOTYPE mapped through the
      *        maintained MfiInstrumenter.txt (KONTOTYPE, instrument
      *        code); a KONTOTYPE not on the file takes the
      *        standard mapping - LAAN to UL (udlaan), AFTL to IT
      *        (indlaan med aftalt loebetid), anything else to IA
      *        (indlaan paa anfordring). IO (indlaan med
      *        opsigelsesvarsel) is there for the mapping file
      *      - the currency: the account's VALUTAKODE, spaces as DKK
      *      - residency: I (indland) when the customer's LANDE-KODE
      *        on Kundeoplysninger.txt is "DK" or blank, U (udland)
      *        otherwise
      *      - the counterparty sector, where we know it: a company
      *        on Erhvervskunder.txt by its branche and selskabsform
      *        - S12 financial (branche 64-66), S13 public (84), S14
      *        a sole proprietorship (ENK), S15 associations and
      *        foundations (FOR, FON, branche 94), S11 any other
      *        company; a person on KundeCpr.txt is S14; a customer
      *        on neither file is UKE (ukendt)
      *
      *    One fixed-format record per cell goes to MfiBalance.txt,
      *    the amount both in the currency and in DKK at the rate
      *    in force on the business date (VALUTADATOKONVERTER). The
      *    control page in MfiKontrol.txt totals the cells per
      *    instrument, ties the statistics per KONTOTYPE and
      *    currency to the control account's cumulative balance on
      *    GLSaldi.txt - the Opgave91 comparison, on the account's
      *    normal side - and quotes the day's RaaBalance.txt that
      *    balance was last journalled from: its date, its lines
      *    for the control accounts involved and its totals, which
      *    must net to zero. A difference is reported for
      *    accounting, it does not stop the run. Run at month-end
      *    after the month's postings have been generated.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
      *    Only ever looked up one customer at a time by KUNDE-ID.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT ERHVERVSKUNDEFILE ASSIGN TO "Erhvervskunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERH-KUNDE-ID OF ERHVERVSKUNDEREC
               FILE STATUS IS WS-ERH-STATUS.
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.
           SELECT GLSALDOFILE ASSIGN TO "GLSaldi.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-NOEGLE OF GLSALDOREC
               FILE STATUS IS WS-GLS-STATUS.
           SELECT INSTRUMENTFILE ASSIGN TO "MfiInstrumenter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT RAABALANCEFILE ASSIGN TO "RaaBalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBA-STATUS.
           SELECT MFIBALANCEOUT ASSIGN TO "MfiBalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MFI-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "MfiKontrol.txt"
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

           FD ERHVERVSKUNDEFILE.
           01 ERHVERVSKUNDEREC.
               COPY "ERHVERVSKUNDE.cpy".

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD GLSALDOFILE.
           01 GLSALDOREC.
               COPY "GLSALDO.cpy".

           FD INSTRUMENTFILE.
           01 INSTRUMENTREC.
               02 INS-KONTOTYPE            PIC X(4).
               02 INS-INSTRUMENT           PIC X(2).

           FD RAABALANCEFILE.
           01 RAABALANCELINE               PIC X(100).

      *    The reporting record, one per cell.
           FD MFIBALANCEOUT.
           01 MFIBALANCEREC.
               02 MFX-PERIODE              PIC 9(6).
               02 MFX-INSTRUMENT           PIC X(2).
               02 MFX-VALUTAKODE           PIC X(3).
               02 MFX-RESIDENS             PIC X(1).
               02 MFX-SEKTOR               PIC X(3).
               02 MFX-ANTAL-KONTI          PIC 9(7).
               02 MFX-BELOB-VALUTA         PIC 9(13)V99.
               02 MFX-BELOB-DKK            PIC 9(13)V99.

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-ERH-STATUS                PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-GLS-STATUS                PIC X(2).
           01 WS-INS-STATUS                PIC X(2).
           01 WS-RBA-STATUS                PIC X(2).
           01 WS-MFI-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    The supplementary customer files may not exist yet.
           01 WS-ERH-AABEN                 PIC X(1) VALUE "N".
           01 WS-CPR-AABEN                 PIC X(1) VALUE "N".
           01 WS-GLS-AABEN                 PIC X(1) VALUE "N".

      *    MfiInstrumenter.txt.
           01 WS-INS-ANTAL                 PIC 9(2) VALUE ZEROES.
           01 WS-INS-TABEL.
               02 WS-INS-POST OCCURS 50 TIMES.
                   03 WS-INS-KONTOTYPE     PIC X(4).
                   03 WS-INS-INSTRUMENT    PIC X(2).
           01 WS-INS-IX                    PIC 9(2) VALUE ZEROES.

           01 WS-INSTRUMENT-TABEL.
               02 FILLER                   PIC X(32)
                   VALUE "IAINDLAAN PAA ANFORDRING".
               02 FILLER                   PIC X(32)
                   VALUE "ITINDLAAN MED AFTALT LOEBETID".
               02 FILLER                   PIC X(32)
                   VALUE "IOINDLAAN MED OPSIGELSESVARSEL".
               02 FILLER                   PIC X(32)
                   VALUE "ULUDLAAN".
           01 WS-INSTRUMENTER REDEFINES WS-INSTRUMENT-TABEL.
               02 WS-INSTRUMENT-POST OCCURS 4 TIMES.
                   03 WS-INSTRUMENT-KODE   PIC X(2).
                   03 WS-INSTRUMENT-NAVN   PIC X(30).
           01 WS-INSTR-IX                  PIC 9(1) VALUE ZEROES.

      *    The account being classified.
           01 WS-KT-VALUTA                 PIC X(3) VALUE SPACES.
           01 WS-KT-INSTRUMENT             PIC X(2) VALUE SPACES.
           01 WS-KT-RESIDENS               PIC X(1) VALUE SPACES.
           01 WS-KT-SEKTOR                 PIC X(3) VALUE SPACES.
           01 WS-KONV-BELOB                PIC S9(7)V99 VALUE ZEROES.
           01 WS-KONV-DKK                  PIC S9(9)V99 VALUE ZEROES.
           01 WS-KONV-RESULT               PIC X(1) VALUE SPACES.

      *    The statistics cells.
           01 WS-CL-ANTAL                  PIC 9(3) VALUE ZEROES.
           01 WS-CL-TABEL.
               02 WS-CL-POST OCCURS 500 TIMES.
                   03 CL-INSTRUMENT        PIC X(2).
                   03 CL-VALUTA            PIC X(3).
                   03 CL-RESIDENS          PIC X(1).
                   03 CL-SEKTOR            PIC X(3).
                   03 CL-ANTAL             PIC 9(7).
                   03 CL-BELOB-VALUTA      PIC 9(13)V99.
                   03 CL-BELOB-DKK         PIC 9(13)V99.
           01 WS-CL-IX                     PIC 9(3) VALUE ZEROES.

      *    The statistics against the general ledger, per KONTOTYPE
      *    and currency.
           01 WS-AF-ANTAL                  PIC 9(3) VALUE ZEROES.
           01 WS-AF-TABEL.
               02 WS-AF-POST OCCURS 200 TIMES.
                   03 AF-KONTOTYPE         PIC X(4).
                   03 AF-VALUTA            PIC X(3).
                   03 AF-INSTRUMENT        PIC X(2).
                   03 AF-GLKONTO           PIC X(6).
                   03 AF-STATISTIK         PIC S9(13)V99.
                   03 AF-GL                PIC S9(13)V99.
           01 WS-AF-IX                     PIC 9(3) VALUE ZEROES.
           01 WS-AF-SOEG-IX                PIC 9(3) VALUE ZEROES.

           01 WS-SAML-KONTOTYPE            PIC X(4) VALUE SPACES.
           01 WS-SAML-GLKONTO              PIC X(6) VALUE SPACES.
           01 WS-SAML-KLASSE               PIC X(1) VALUE SPACES.
           01 WS-SAML-RESULT               PIC X(1) VALUE SPACES.

           01 WS-INDLAND-DKK               PIC S9(13)V99 VALUE ZEROES.
           01 WS-UDLAND-DKK                PIC S9(13)V99 VALUE ZEROES.
           01 WS-I-ALT-DKK                 PIC S9(13)V99 VALUE ZEROES.
           01 WS-TOTAL-DKK                 PIC S9(13)V99 VALUE ZEROES.
           01 WS-DIFFERENCE                PIC S9(13)V99 VALUE ZEROES.
           01 WS-BELOB-ED                  PIC -(12)9.99 VALUE ZEROES.
           01 WS-NUL-ED                    PIC -(12)9.99 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-RBA-NETTO-NUL             PIC X(1) VALUE "N".

           01 WS-CTL-KONTI-LAEST           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-NUL-SALDO             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KONTI-TALT            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-KUNDE          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-SEKTOR         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KURS-MANGLER          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-RECORDS               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-AFSTEMT               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-DIFFERENCER           PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV113".
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
           PERFORM DAN-MFI-STATISTIK.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-MFI-STATISTIK.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           PERFORM INDLAES-INSTRUMENTNOEGLE.

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
           OPEN INPUT ERHVERVSKUNDEFILE.
           IF WS-ERH-STATUS = "00"
               MOVE "J" TO WS-ERH-AABEN
           END-IF.
           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS = "00"
               MOVE "J" TO WS-CPR-AABEN
           END-IF.

           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-KONTI-LAEST
                       IF BALANCE IN KONTOOPLREC = ZEROES
                           ADD 1 TO WS-CTL-NUL-SALDO
                       ELSE
                           PERFORM TAEL-KONTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KONTOOPLFILE.
           CLOSE KUNDEOPLFILE.
           IF WS-ERH-AABEN = "J"
               CLOSE ERHVERVSKUNDEFILE
           END-IF.
           IF WS-CPR-AABEN = "J"
               CLOSE KUNDECPRFILE
           END-IF.

      *    No GLSaldi.txt means Opgave68 has not taken the balances
      *    on yet; the ledger side then reads as zero.
           OPEN INPUT GLSALDOFILE.
           IF WS-GLS-STATUS = "00"
               MOVE "J" TO WS-GLS-AABEN
           ELSE
               DISPLAY "OPGAVE113: Ingen GLSaldi.txt, hovedbogen "
                   "regnes som nul"
           END-IF.
           MOVE 1 TO WS-AF-IX.
           PERFORM UNTIL WS-AF-IX > WS-AF-ANTAL
               PERFORM HENT-HOVEDBOG
               ADD 1 TO WS-AF-IX
           END-PERFORM.
           IF WS-GLS-AABEN = "J"
               CLOSE GLSALDOFILE
           END-IF.

           OPEN OUTPUT MFIBALANCEOUT.
           IF WS-MFI-STATUS NOT = "00"
               STRING "Open MfiBalance.txt failed, status "
                   WS-MFI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE 1 TO WS-CL-IX.
           PERFORM UNTIL WS-CL-IX > WS-CL-ANTAL
               PERFORM SKRIV-CELLE
               ADD 1 TO WS-CL-IX
           END-PERFORM.
           CLOSE MFIBALANCEOUT.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open MfiKontrol.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-KONTROLSIDE.
           CLOSE RAPPORTOUT.

           IF WS-CTL-DIFFERENCER > ZEROES
               OR WS-RBA-NETTO-NUL = "N"
               MOVE "GA" TO WS-STAT-STATUS
           END-IF.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           INDLAES-INSTRUMENTNOEGLE.
           OPEN INPUT INSTRUMENTFILE.
           IF WS-INS-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   MOVE SPACES TO INSTRUMENTREC
                   READ INSTRUMENTFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF INS-KONTOTYPE NOT = SPACES
                               AND WS-INS-ANTAL < 50
                               ADD 1 TO WS-INS-ANTAL
                               MOVE INS-KONTOTYPE
                                   TO WS-INS-KONTOTYPE(WS-INS-ANTAL)
                               MOVE INS-INSTRUMENT
                                   TO WS-INS-INSTRUMENT(WS-INS-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUMENTFILE
           END-IF.

           TAEL-KONTO.
           ADD 1 TO WS-CTL-KONTI-TALT.
           MOVE "DKK" TO WS-KT-VALUTA.
           IF VALUTAKODE IN KONTOOPLREC NOT = SPACES
               MOVE VALUTAKODE IN KONTOOPLREC TO WS-KT-VALUTA
           END-IF.
           PERFORM FIND-INSTRUMENT.
           PERFORM FIND-RESIDENS-SEKTOR.

           MOVE BALANCE IN KONTOOPLREC TO WS-KONV-BELOB.
           IF WS-KT-VALUTA = "DKK"
               MOVE WS-KONV-BELOB TO WS-KONV-DKK
           ELSE
               CALL "VALUTADATOKONVERTER" USING WS-KT-VALUTA
                   WS-DAGS-DATO WS-KONV-BELOB WS-KONV-DKK
                   WS-KONV-RESULT
               IF WS-KONV-RESULT NOT = "M"
                   ADD 1 TO WS-CTL-KURS-MANGLER
                   DISPLAY "ADVARSEL: Ingen kurs for " WS-KT-VALUTA
                       " - konto " KONTONUMMER IN KONTOOPLREC
                       " uden DKK-beloeb"
               END-IF
           END-IF.

           PERFORM FIND-CELLE.
           ADD 1 TO CL-ANTAL(WS-CL-IX).
           ADD BALANCE IN KONTOOPLREC TO CL-BELOB-VALUTA(WS-CL-IX).
           ADD WS-KONV-DKK TO CL-BELOB-DKK(WS-CL-IX).

           PERFORM FIND-AFSTEMNINGSPOST.
           ADD BALANCE IN KONTOOPLREC TO AF-STATISTIK(WS-AF-IX).

           FIND-INSTRUMENT.
           MOVE SPACES TO WS-KT-INSTRUMENT.
           MOVE 1 TO WS-INS-IX.
           PERFORM UNTIL WS-INS-IX > WS-INS-ANTAL
               OR WS-KT-INSTRUMENT NOT = SPACES
               IF WS-INS-KONTOTYPE(WS-INS-IX)
                   = KONTOTYPE IN KONTOOPLREC
                   MOVE WS-INS-INSTRUMENT(WS-INS-IX)
                       TO WS-KT-INSTRUMENT
               END-IF
               ADD 1 TO WS-INS-IX
           END-PERFORM.
           IF WS-KT-INSTRUMENT = SPACES
               EVALUATE KONTOTYPE IN KONTOOPLREC
                   WHEN "LAAN"
                       MOVE "UL" TO WS-KT-INSTRUMENT
                   WHEN "AFTL"
                       MOVE "IT" TO WS-KT-INSTRUMENT
                   WHEN OTHER
                       MOVE "IA" TO WS-KT-INSTRUMENT
               END-EVALUATE
           END-IF.

      *    A customer missing from Kundeoplysninger.txt is counted
      *    as resident and of unknown sector, and listed.
           FIND-RESIDENS-SEKTOR.
           MOVE "I" TO WS-KT-RESIDENS.
           MOVE "UKE" TO WS-KT-SEKTOR.
           MOVE KUNDE-ID IN KONTOOPLREC TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   ADD 1 TO WS-CTL-UKENDT-KUNDE
                   DISPLAY "ADVARSEL: Konto "
                       KONTONUMMER IN KONTOOPLREC
                       " - kunde " KUNDE-ID IN KONTOOPLREC
                       " findes ikke"
               NOT INVALID KEY
                   IF LANDE-KODE NOT = SPACES
                       AND LANDE-KODE NOT = "DK"
                       MOVE "U" TO WS-KT-RESIDENS
                   END-IF
           END-READ.

           IF WS-ERH-AABEN = "J"
               MOVE KUNDE-ID IN KONTOOPLREC TO ERH-KUNDE-ID
               READ ERHVERVSKUNDEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SAET-ERHVERVSSEKTOR
               END-READ
           END-IF.
           IF WS-KT-SEKTOR = "UKE" AND WS-CPR-AABEN = "J"
               MOVE KUNDE-ID IN KONTOOPLREC TO CPR-KUNDE-ID
               READ KUNDECPRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S14" TO WS-KT-SEKTOR
               END-READ
           END-IF.
           IF WS-KT-SEKTOR = "UKE"
               ADD 1 TO WS-CTL-UKENDT-SEKTOR
           END-IF.

           SAET-ERHVERVSSEKTOR.
           EVALUATE TRUE
               WHEN ERH-ER-ENK
                   MOVE "S14" TO WS-KT-SEKTOR
               WHEN ERH-ER-FOND OR ERH-ER-FORENING
                   MOVE "S15" TO WS-KT-SEKTOR
               WHEN ERH-BRANCHEKODE(1:2) = "64"
                   OR ERH-BRANCHEKODE(1:2) = "65"
                   OR ERH-BRANCHEKODE(1:2) = "66"
                   MOVE "S12" TO WS-KT-SEKTOR
               WHEN ERH-BRANCHEKODE(1:2) = "84"
                   MOVE "S13" TO WS-KT-SEKTOR
               WHEN ERH-BRANCHEKODE(1:2) = "94"
                   MOVE "S15" TO WS-KT-SEKTOR
               WHEN OTHER
                   MOVE "S11" TO WS-KT-SEKTOR
           END-EVALUATE.

           FIND-CELLE.
           MOVE 1 TO WS-CL-IX.
           PERFORM UNTIL WS-CL-IX > WS-CL-ANTAL
               OR (CL-INSTRUMENT(WS-CL-IX) = WS-KT-INSTRUMENT
                   AND CL-VALUTA(WS-CL-IX) = WS-KT-VALUTA
                   AND CL-RESIDENS(WS-CL-IX) = WS-KT-RESIDENS
                   AND CL-SEKTOR(WS-CL-IX) = WS-KT-SEKTOR)
               ADD 1 TO WS-CL-IX
           END-PERFORM.
           IF WS-CL-IX > WS-CL-ANTAL
               IF WS-CL-ANTAL >= 500
                   MOVE "Mere end 500 statistikceller"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-CL-ANTAL
               MOVE WS-CL-ANTAL TO WS-CL-IX
               INITIALIZE WS-CL-POST(WS-CL-IX)
               MOVE WS-KT-INSTRUMENT TO CL-INSTRUMENT(WS-CL-IX)
               MOVE WS-KT-VALUTA TO CL-VALUTA(WS-CL-IX)
               MOVE WS-KT-RESIDENS TO CL-RESIDENS(WS-CL-IX)
               MOVE WS-KT-SEKTOR TO CL-SEKTOR(WS-CL-IX)
           END-IF.

           FIND-AFSTEMNINGSPOST.
           MOVE 1 TO WS-AF-IX.
           PERFORM UNTIL WS-AF-IX > WS-AF-ANTAL
               OR (AF-KONTOTYPE(WS-AF-IX) = KONTOTYPE IN KONTOOPLREC
                   AND AF-VALUTA(WS-AF-IX) = WS-KT-VALUTA)
               ADD 1 TO WS-AF-IX
           END-PERFORM.
           IF WS-AF-IX > WS-AF-ANTAL
               IF WS-AF-ANTAL >= 200
                   MOVE "Mere end 200 kontotyper og valutaer"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-AF-ANTAL
               MOVE WS-AF-ANTAL TO WS-AF-IX
               INITIALIZE WS-AF-POST(WS-AF-IX)
               MOVE KONTOTYPE IN KONTOOPLREC TO AF-KONTOTYPE(WS-AF-IX)
               MOVE WS-KT-VALUTA TO AF-VALUTA(WS-AF-IX)
               MOVE WS-KT-INSTRUMENT TO AF-INSTRUMENT(WS-AF-IX)
           END-IF.

      *    The control account SAMLEKONTOOPSLAG names for the
      *    KONTOTYPE, and its GLSaldi.txt line for the KONTOTYPE
      *    and currency on the account's normal side.
           HENT-HOVEDBOG.
           MOVE AF-KONTOTYPE(WS-AF-IX) TO WS-SAML-KONTOTYPE.
           CALL "SAMLEKONTOOPSLAG" USING WS-SAML-KONTOTYPE
               WS-SAML-GLKONTO WS-SAML-KLASSE WS-SAML-RESULT.
           IF WS-SAML-RESULT = "M"
               MOVE WS-SAML-GLKONTO TO AF-GLKONTO(WS-AF-IX)
               IF WS-GLS-AABEN = "J"
                   MOVE WS-SAML-GLKONTO TO GLS-KONTO
                   MOVE AF-VALUTA(WS-AF-IX) TO GLS-VALUTA
                   MOVE AF-KONTOTYPE(WS-AF-IX) TO GLS-KONTOTYPE
                   READ GLSALDOFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM SAET-GL-SALDO
                   END-READ
               END-IF
           ELSE
               MOVE "------" TO AF-GLKONTO(WS-AF-IX)
           END-IF.

           SAET-GL-SALDO.
           IF WS-SAML-KLASSE = "A" OR WS-SAML-KLASSE = "U"
               COMPUTE AF-GL(WS-AF-IX) = GLS-DEBET - GLS-KREDIT
           ELSE
               COMPUTE AF-GL(WS-AF-IX) = GLS-KREDIT - GLS-DEBET
           END-IF.

           SKRIV-CELLE.
           MOVE WS-DAGS-DATO(1:6) TO MFX-PERIODE.
           MOVE CL-INSTRUMENT(WS-CL-IX) TO MFX-INSTRUMENT.
           MOVE CL-VALUTA(WS-CL-IX) TO MFX-VALUTAKODE.
           MOVE CL-RESIDENS(WS-CL-IX) TO MFX-RESIDENS.
           MOVE CL-SEKTOR(WS-CL-IX) TO MFX-SEKTOR.
           MOVE CL-ANTAL(WS-CL-IX) TO MFX-ANTAL-KONTI.
           MOVE CL-BELOB-VALUTA(WS-CL-IX) TO MFX-BELOB-VALUTA.
           MOVE CL-BELOB-DKK(WS-CL-IX) TO MFX-BELOB-DKK.
           WRITE MFIBALANCEREC.
           ADD 1 TO WS-CTL-RECORDS.

           SKRIV-KONTROLSIDE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "MFI BALANCESTATISTIK PR. "
               WS-DAGS-DATO(1:4) "-" WS-DAGS-DATO(5:2) "-"
               WS-DAGS-DATO(7:2) " - KONTROLSIDE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           PERFORM SKRIV-BLANK-LINJE.
           MOVE "INSTRUMENT" TO WS-RAPPORT-LINE(1:10).
           MOVE "INDLAND DKK" TO WS-RAPPORT-LINE(46:11).
           MOVE "UDLAND DKK" TO WS-RAPPORT-LINE(64:10).
           MOVE "I ALT DKK" TO WS-RAPPORT-LINE(82:9).
           PERFORM SKRIV-RAPPORTLINJE.
           MOVE ZEROES TO WS-TOTAL-DKK.
           MOVE 1 TO WS-INSTR-IX.
           PERFORM UNTIL WS-INSTR-IX > 4
               PERFORM SKRIV-INSTRUMENTLINJE
               ADD 1 TO WS-INSTR-IX
           END-PERFORM.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "I ALT" TO WS-RAPPORT-LINE(1:40).
           MOVE WS-TOTAL-DKK TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(75:16).
           PERFORM SKRIV-RAPPORTLINJE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "RECORDS I MFIBALANCE.TXT: " WS-CTL-RECORDS
               "  KONTI: " WS-CTL-KONTI-TALT
               "  UKENDT SEKTOR: " WS-CTL-UKENDT-SEKTOR
               "  UDEN KURS: " WS-CTL-KURS-MANGLER
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           PERFORM SKRIV-BLANK-LINJE.
           MOVE "AFSTEMNING MOD HOVEDBOGEN (GLSALDI.TXT), I VALUTA"
               TO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.
           MOVE "TYPE VAL IN KONTO" TO WS-RAPPORT-LINE(1:17).
           MOVE "STATISTIK" TO WS-RAPPORT-LINE(27:9).
           MOVE "HOVEDBOG" TO WS-RAPPORT-LINE(44:8).
           MOVE "DIFFERENCE" TO WS-RAPPORT-LINE(58:10).
           PERFORM SKRIV-RAPPORTLINJE.
           MOVE 1 TO WS-AF-IX.
           PERFORM UNTIL WS-AF-IX > WS-AF-ANTAL
               PERFORM SKRIV-AFSTEMNINGSLINJE
               ADD 1 TO WS-AF-IX
           END-PERFORM.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "AFSTEMT: " WS-CTL-AFSTEMT
               "  DIFFERENCER: " WS-CTL-DIFFERENCER
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           PERFORM SKRIV-BLANK-LINJE.
           PERFORM CITER-RAABALANCE.

           SKRIV-INSTRUMENTLINJE.
           MOVE ZEROES TO WS-INDLAND-DKK.
           MOVE ZEROES TO WS-UDLAND-DKK.
           MOVE 1 TO WS-CL-IX.
           PERFORM UNTIL WS-CL-IX > WS-CL-ANTAL
               IF CL-INSTRUMENT(WS-CL-IX)
                   = WS-INSTRUMENT-KODE(WS-INSTR-IX)
                   IF CL-RESIDENS(WS-CL-IX) = "U"
                       ADD CL-BELOB-DKK(WS-CL-IX) TO WS-UDLAND-DKK
                   ELSE
                       ADD CL-BELOB-DKK(WS-CL-IX) TO WS-INDLAND-DKK
                   END-IF
               END-IF
               ADD 1 TO WS-CL-IX
           END-PERFORM.
           COMPUTE WS-I-ALT-DKK = WS-INDLAND-DKK + WS-UDLAND-DKK.
           ADD WS-I-ALT-DKK TO WS-TOTAL-DKK.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-INSTRUMENT-KODE(WS-INSTR-IX) " "
               WS-INSTRUMENT-NAVN(WS-INSTR-IX)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-INDLAND-DKK TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(41:16).
           MOVE WS-UDLAND-DKK TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(58:16).
           MOVE WS-I-ALT-DKK TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(75:16).
           PERFORM SKRIV-RAPPORTLINJE.

           SKRIV-AFSTEMNINGSLINJE.
           COMPUTE WS-DIFFERENCE =
               AF-GL(WS-AF-IX) - AF-STATISTIK(WS-AF-IX).
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING AF-KONTOTYPE(WS-AF-IX) " " AF-VALUTA(WS-AF-IX) " "
               AF-INSTRUMENT(WS-AF-IX) " " AF-GLKONTO(WS-AF-IX)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE AF-STATISTIK(WS-AF-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(20:16).
           MOVE AF-GL(WS-AF-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(36:16).
           IF WS-DIFFERENCE = ZEROES
               ADD 1 TO WS-CTL-AFSTEMT
               MOVE "  AFSTEMT" TO WS-RAPPORT-LINE(52:16)
           ELSE
               ADD 1 TO WS-CTL-DIFFERENCER
               MOVE WS-DIFFERENCE TO WS-BELOB-ED
               MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(52:16)
               DISPLAY "ADVARSEL: " AF-KONTOTYPE(WS-AF-IX) " "
                   AF-VALUTA(WS-AF-IX) " afviger fra hovedbogen "
                   WS-BELOB-ED
           END-IF.
           PERFORM SKRIV-RAPPORTLINJE.

      *    The day's trial balance the ledger side was last
      *    journalled from: its date line, its lines for the
      *    control accounts above and its totals, as written.
           CITER-RAABALANCE.
           MOVE "RAABALANCE.TXT" TO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.
           OPEN INPUT RAABALANCEFILE.
           IF WS-RBA-STATUS NOT = "00"
               MOVE "  RAABALANCE.TXT FINDES IKKE" TO WS-RAPPORT-LINE
               PERFORM SKRIV-RAPPORTLINJE
           ELSE
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   MOVE SPACES TO RAABALANCELINE
                   READ RAABALANCEFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM VURDER-RAABALANCELINJE
                   END-READ
               END-PERFORM
               CLOSE RAABALANCEFILE
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           IF WS-RBA-NETTO-NUL = "J"
               MOVE "  RAABALANCEN STEMMER (NETTO NUL)"
                   TO WS-RAPPORT-LINE
           ELSE
               MOVE "  RAABALANCEN STEMMER IKKE ELLER MANGLER"
                   TO WS-RAPPORT-LINE
               DISPLAY "ADVARSEL: RaaBalance.txt stemmer ikke "
                   "eller mangler"
           END-IF.
           PERFORM SKRIV-RAPPORTLINJE.

           VURDER-RAABALANCELINJE.
           EVALUATE TRUE
               WHEN RAABALANCELINE(1:15) = "RAABALANCE PR. "
                   PERFORM CITER-LINJE
               WHEN RAABALANCELINE(1:15) = "DEBET I ALT:   "
                   PERFORM CITER-LINJE
               WHEN RAABALANCELINE(1:15) = "KREDIT I ALT:  "
                   PERFORM CITER-LINJE
               WHEN RAABALANCELINE(1:15) = "NETTO:         "
                   PERFORM CITER-LINJE
                   MOVE ZEROES TO WS-NUL-ED
                   IF RAABALANCELINE(16:16) = WS-NUL-ED
                       MOVE "J" TO WS-RBA-NETTO-NUL
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-AF-SOEG-IX
                   PERFORM UNTIL WS-AF-SOEG-IX > WS-AF-ANTAL
                       IF AF-GLKONTO(WS-AF-SOEG-IX)
                           = RAABALANCELINE(1:6)
                           PERFORM CITER-LINJE
                           MOVE WS-AF-ANTAL TO WS-AF-SOEG-IX
                       END-IF
                       ADD 1 TO WS-AF-SOEG-IX
                   END-PERFORM
           END-EVALUATE.

           CITER-LINJE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE RAABALANCELINE TO WS-RAPPORT-LINE(3:100).
           PERFORM SKRIV-RAPPORTLINJE.

           SKRIV-BLANK-LINJE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           SKRIV-RAPPORTLINJE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE113 - KOERSELSOVERSIGT".
           DISPLAY "KONTI LAEST:             " WS-CTL-KONTI-LAEST.
           DISPLAY "KONTI UDEN SALDO:        " WS-CTL-NUL-SALDO.
           DISPLAY "KONTI TALT MED:          " WS-CTL-KONTI-TALT.
           DISPLAY "UKENDT KUNDE:            " WS-CTL-UKENDT-KUNDE.
           DISPLAY "UKENDT SEKTOR:           " WS-CTL-UKENDT-SEKTOR.
           DISPLAY "UDEN VALUTAKURS:         " WS-CTL-KURS-MANGLER.
           DISPLAY "STATISTIKRECORDS:        " WS-CTL-RECORDS.
           DISPLAY "AFSTEMT:                 " WS-CTL-AFSTEMT.
           DISPLAY "DIFFERENCER:             " WS-CTL-DIFFERENCER.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE113: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KONTI-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-RECORDS TO WS-STAT-SKREVET.
           COMPUTE WS-STAT-AFVIST = WS-CTL-UKENDT-KUNDE
               + WS-CTL-KURS-MANGLER.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
