           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE119.

      *    Month-end complaints statistics off Klager.txt (KLAGE.cpy,
      *    kept from the Opgave118 screen) - what the complaints
      *    board and Finanstilsynet ask for. KlageStatistik.txt
      *    shows for the month of the business date, per category
      *    on KlageKategorier.txt:
      *
      *      - complaints received in the month
      *      - complaints answered in the month, by outcome
      *        (medhold, delvis, afvist, trukket), the number
      *        answered after the deadline and the average handling
      *        time in calendar days from received to answered
      *      - complaints still open at the business date, and how
      *        many of them are past their deadline
      *
      *    then every open complaint past its deadline, and every
      *    refund granted with an answer in the month with the
      *    posting that paid it - found in TransaktionsHistorik.txt
      *    by its "KLAGE <nr>" posting text, the Opgave77 search -
      *    or IKKE POSTERET when the intake has not posted it yet.
      *    A code no longer on the category table is counted under
      *    its own code.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KLAGEFILE ASSIGN TO "Klager.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KLG-NR OF KLAGEREC
               ALTERNATE RECORD KEY IS KLG-KUNDE-ID OF KLAGEREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KLG-STATUS.
           SELECT KATEGORIFILE ASSIGN TO "KlageKategorier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAT-STATUS.
           SELECT TRANSHISTORIKFILE
               ASSIGN TO "TransaktionsHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THI-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "KlageStatistik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KLAGEFILE.
           01 KLAGEREC.
               COPY "KLAGE.cpy".

      *    One maintained line per complaint category: the code,
      *    its text and the days the answer may take.
           FD KATEGORIFILE.
           01 KATEGORIREC.
               02 KAT-KODE                 PIC X(4).
               02 KAT-TEKST                PIC X(30).
               02 KAT-FRIST-DAGE           PIC 9(3).

           FD TRANSHISTORIKFILE.
           01 TRANSHISTORIKLINE            PIC X(171).

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-KLG-STATUS                PIC X(2).
           01 WS-KAT-STATUS                PIC X(2).
           01 WS-THI-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-PERIODE-START             PIC 9(8) VALUE ZEROES.
           01 WS-DAG-SERIEL                PIC 9(7) VALUE ZEROES.

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".

      *    Per category; the last line of the report is the sum.
           01 WS-KT-ANTAL                  PIC 9(3) VALUE ZEROES.
           01 WS-KT-TABEL.
               02 WS-KT-POST OCCURS 51 TIMES.
                   03 KT-KODE              PIC X(4).
                   03 KT-TEKST             PIC X(30).
                   03 KT-MODTAGET          PIC 9(5).
                   03 KT-MEDHOLD           PIC 9(5).
                   03 KT-DELVIS            PIC 9(5).
                   03 KT-AFVIST            PIC 9(5).
                   03 KT-TRUKKET           PIC 9(5).
                   03 KT-BESVARET          PIC 9(5).
                   03 KT-FOR-SENT          PIC 9(5).
                   03 KT-DAGE-I-ALT        PIC 9(7).
                   03 KT-AABNE             PIC 9(5).
                   03 KT-OVERSKREDET       PIC 9(5).
           01 WS-KT-IX                     PIC 9(3) VALUE ZEROES.
           01 WS-TOT-POST.
               02 TOT-MODTAGET             PIC 9(5) VALUE ZEROES.
               02 TOT-MEDHOLD              PIC 9(5) VALUE ZEROES.
               02 TOT-DELVIS               PIC 9(5) VALUE ZEROES.
               02 TOT-AFVIST               PIC 9(5) VALUE ZEROES.
               02 TOT-TRUKKET              PIC 9(5) VALUE ZEROES.
               02 TOT-BESVARET             PIC 9(5) VALUE ZEROES.
               02 TOT-FOR-SENT             PIC 9(5) VALUE ZEROES.
               02 TOT-DAGE-I-ALT           PIC 9(7) VALUE ZEROES.
               02 TOT-AABNE                PIC 9(5) VALUE ZEROES.
               02 TOT-OVERSKREDET          PIC 9(5) VALUE ZEROES.
      *    The counts of the line being printed.
           01 WS-SUM-POST.
               02 SUM-MODTAGET             PIC 9(5) VALUE ZEROES.
               02 SUM-MEDHOLD              PIC 9(5) VALUE ZEROES.
               02 SUM-DELVIS               PIC 9(5) VALUE ZEROES.
               02 SUM-AFVIST               PIC 9(5) VALUE ZEROES.
               02 SUM-TRUKKET              PIC 9(5) VALUE ZEROES.
               02 SUM-BESVARET             PIC 9(5) VALUE ZEROES.
               02 SUM-FOR-SENT             PIC 9(5) VALUE ZEROES.
               02 SUM-DAGE-I-ALT           PIC 9(7) VALUE ZEROES.
               02 SUM-AABNE                PIC 9(5) VALUE ZEROES.
               02 SUM-OVERSKREDET          PIC 9(5) VALUE ZEROES.

      *    Open complaints past their deadline.
           01 WS-OV-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-OV-TABEL.
               02 WS-OV-POST OCCURS 1000 TIMES.
                   03 OV-NR                PIC 9(6).
                   03 OV-KUNDE-ID          PIC X(10).
                   03 OV-KATEGORI          PIC X(4).
                   03 OV-MODTAGET          PIC 9(8).
                   03 OV-FRIST             PIC 9(8).
                   03 OV-DAGE              PIC 9(5).
           01 WS-OV-IX                     PIC 9(4) VALUE ZEROES.

      *    Refunds granted in the month and the posting found.
           01 WS-RF-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-RF-TABEL.
               02 WS-RF-POST OCCURS 1000 TIMES.
                   03 RF-NR                PIC 9(6).
                   03 RF-SOEGETEKST        PIC X(12).
                   03 RF-KONTONUMMER       PIC X(20).
                   03 RF-BELOB             PIC 9(7)V99.
                   03 RF-REFERENCE         PIC 9(9).
                   03 RF-DATO              PIC X(8).
           01 WS-RF-IX                     PIC 9(4) VALUE ZEROES.
           01 WS-RF-SUM                    PIC 9(9)V99 VALUE ZEROES.

           01 WS-BEHANDLINGSDAGE           PIC 9(5) VALUE ZEROES.
           01 WS-MODTAGET-SERIEL           PIC 9(7) VALUE ZEROES.
           01 WS-GENNEMSNIT                PIC 9(5)V9 VALUE ZEROES.

      *    Day serials since 2000 for the day counts.
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
           01 WS-GNS-ED                    PIC ZZZZ9.9 VALUE ZEROES.
           01 WS-BELOB-ED                  PIC Z(8)9.99 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.
           01 WS-RAPPORT-POS               PIC 9(3) VALUE ZEROES.

           01 WS-CTL-KLAGER                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-HISTORIK              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-IKKE-POSTERET         PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV119".
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
           PERFORM DAN-KLAGESTATISTIK.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-KLAGESTATISTIK.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           MOVE WS-DAGS-DATO TO WS-PERIODE-START.
           MOVE 01 TO WS-PERIODE-START(7:2).
           MOVE WS-DAGS-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           MOVE WS-SERIEL TO WS-DAG-SERIEL.

           PERFORM INDLAES-KATEGORIER.
           PERFORM TAEL-KLAGER.
           IF WS-RF-ANTAL > ZEROES
               PERFORM FIND-REFUSIONSPOSTERINGER
           END-IF.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open KlageStatistik.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-KATEGORIER.
           PERFORM SKRIV-OVERSKREDNE.
           PERFORM SKRIV-REFUSIONER.
           CLOSE RAPPORTOUT.
           IF WS-OV-ANTAL > ZEROES
               MOVE "GA" TO WS-STAT-STATUS
           END-IF.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           INDLAES-KATEGORIER.
           MOVE ZEROES TO WS-KT-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KATEGORIFILE.
           IF WS-KAT-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KATEGORIFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KAT-KODE NOT = SPACES
                           AND WS-KT-ANTAL < 50
                           ADD 1 TO WS-KT-ANTAL
                           INITIALIZE WS-KT-POST(WS-KT-ANTAL)
                           MOVE KAT-KODE TO KT-KODE(WS-KT-ANTAL)
                           MOVE KAT-TEKST TO KT-TEKST(WS-KT-ANTAL)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KAT-STATUS NOT = "35"
               CLOSE KATEGORIFILE
           END-IF.

           TAEL-KLAGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KLAGEFILE.
           IF WS-KLG-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KLAGEFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-KLAGER
                       PERFORM TAEL-EN-KLAGE
               END-READ
           END-PERFORM.
           IF WS-KLG-STATUS NOT = "35"
               CLOSE KLAGEFILE
           END-IF.

      *    A complaint received after the business date (a rerun
      *    for an earlier month) is not yet there.
           TAEL-EN-KLAGE.
           IF KLG-MODTAGET-DATO > WS-DAGS-DATO
               CONTINUE
           ELSE
               PERFORM FIND-KATEGORI
               IF KLG-MODTAGET-DATO >= WS-PERIODE-START
                   ADD 1 TO KT-MODTAGET(WS-KT-IX)
               END-IF
               IF KLG-ER-BESVARET
                   AND KLG-SVAR-DATO <= WS-DAGS-DATO
                   IF KLG-SVAR-DATO >= WS-PERIODE-START
                       PERFORM TAEL-BESVARET
                   END-IF
               ELSE
                   PERFORM TAEL-AABEN
               END-IF
           END-IF.

           TAEL-BESVARET.
           ADD 1 TO KT-BESVARET(WS-KT-IX).
           EVALUATE TRUE
               WHEN KLG-MEDHOLD
                   ADD 1 TO KT-MEDHOLD(WS-KT-IX)
               WHEN KLG-DELVIS-MEDHOLD
                   ADD 1 TO KT-DELVIS(WS-KT-IX)
               WHEN KLG-AFVIST
                   ADD 1 TO KT-AFVIST(WS-KT-IX)
               WHEN OTHER
                   ADD 1 TO KT-TRUKKET(WS-KT-IX)
           END-EVALUATE.
           IF KLG-SVAR-DATO > KLG-FRIST-DATO
               ADD 1 TO KT-FOR-SENT(WS-KT-IX)
           END-IF.
           MOVE KLG-MODTAGET-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           MOVE WS-SERIEL TO WS-MODTAGET-SERIEL.
           MOVE KLG-SVAR-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           COMPUTE WS-BEHANDLINGSDAGE =
               WS-SERIEL - WS-MODTAGET-SERIEL.
           ADD WS-BEHANDLINGSDAGE TO KT-DAGE-I-ALT(WS-KT-IX).
           IF KLG-REFUSION > ZEROES
               PERFORM GEM-REFUSION
           END-IF.

      *    Answered after the business date counts as open on it.
           TAEL-AABEN.
           ADD 1 TO KT-AABNE(WS-KT-IX).
           IF KLG-FRIST-DATO < WS-DAGS-DATO
               ADD 1 TO KT-OVERSKREDET(WS-KT-IX)
               IF WS-OV-ANTAL < 1000
                   ADD 1 TO WS-OV-ANTAL
                   MOVE KLG-NR TO OV-NR(WS-OV-ANTAL)
                   MOVE KLG-KUNDE-ID TO OV-KUNDE-ID(WS-OV-ANTAL)
                   MOVE KLG-KATEGORI TO OV-KATEGORI(WS-OV-ANTAL)
                   MOVE KLG-MODTAGET-DATO TO OV-MODTAGET(WS-OV-ANTAL)
                   MOVE KLG-FRIST-DATO TO OV-FRIST(WS-OV-ANTAL)
                   MOVE KLG-FRIST-DATO TO WS-RUL-DATO
                   PERFORM BEREGN-SERIEL
                   COMPUTE OV-DAGE(WS-OV-ANTAL) =
                       WS-DAG-SERIEL - WS-SERIEL
               END-IF
           END-IF.

           GEM-REFUSION.
           IF WS-RF-ANTAL >= 1000
               MOVE "Mere end 1000 refusioner i maaneden"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-RF-ANTAL.
           MOVE KLG-NR TO RF-NR(WS-RF-ANTAL).
           MOVE SPACES TO RF-SOEGETEKST(WS-RF-ANTAL).
           STRING "KLAGE " KLG-NR DELIMITED BY SIZE
               INTO RF-SOEGETEKST(WS-RF-ANTAL).
           MOVE KLG-REFUSION-KONTO TO RF-KONTONUMMER(WS-RF-ANTAL).
           MOVE KLG-REFUSION TO RF-BELOB(WS-RF-ANTAL).
           MOVE ZEROES TO RF-REFERENCE(WS-RF-ANTAL).
           MOVE SPACES TO RF-DATO(WS-RF-ANTAL).
           ADD KLG-REFUSION TO WS-RF-SUM.

      *    A code not on the table gets a line of its own.
           FIND-KATEGORI.
           MOVE 1 TO WS-KT-IX.
           PERFORM UNTIL WS-KT-IX > WS-KT-ANTAL
               OR KT-KODE(WS-KT-IX) = KLG-KATEGORI
               ADD 1 TO WS-KT-IX
           END-PERFORM.
           IF WS-KT-IX > WS-KT-ANTAL
               IF WS-KT-ANTAL >= 51
                   MOVE "Mere end 51 klagekategorier"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-KT-ANTAL
               MOVE WS-KT-ANTAL TO WS-KT-IX
               INITIALIZE WS-KT-POST(WS-KT-IX)
               MOVE KLG-KATEGORI TO KT-KODE(WS-KT-IX)
               MOVE "(ikke i kategoritabellen)" TO KT-TEKST(WS-KT-IX)
           END-IF.

           FIND-REFUSIONSPOSTERINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT TRANSHISTORIKFILE.
           IF WS-THI-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ TRANSHISTORIKFILE INTO WS-HISTORIK-REC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-HISTORIK
                       IF TH-TEKST(1:6) = "KLAGE "
                           AND TH-TRANS-TYPE = "K"
                           AND TH-REFERENCE IS NUMERIC
                           PERFORM MATCH-REFUSION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-THI-STATUS NOT = "35"
               CLOSE TRANSHISTORIKFILE
           END-IF.

           MATCH-REFUSION.
           MOVE 1 TO WS-RF-IX.
           PERFORM UNTIL WS-RF-IX > WS-RF-ANTAL
               IF TH-TEKST(1:12) = RF-SOEGETEKST(WS-RF-IX)
                   MOVE TH-REFERENCE TO RF-REFERENCE(WS-RF-IX)
                   MOVE TH-DATO TO RF-DATO(WS-RF-IX)
               END-IF
               ADD 1 TO WS-RF-IX
           END-PERFORM.

           SKRIV-KATEGORIER.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KLAGESTATISTIK "
               WS-PERIODE-START(1:4) "-" WS-PERIODE-START(5:2)
               " (" WS-PERIODE-START(7:2) "." WS-PERIODE-START(5:2)
               " - " WS-DAGS-DATO(7:2) "." WS-DAGS-DATO(5:2) "."
               WS-DAGS-DATO(1:4) ")"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "KATEGORI" TO WS-RAPPORT-LINE(1:8).
           MOVE " MODT MEDH DELV AFVI TRUK BESV SENT GNS.DG AABNE"
               TO WS-RAPPORT-LINE(37:48).
           MOVE " OVERSKR" TO WS-RAPPORT-LINE(87:8).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE 1 TO WS-KT-IX.
           PERFORM UNTIL WS-KT-IX > WS-KT-ANTAL
               ADD KT-MODTAGET(WS-KT-IX) TO TOT-MODTAGET
               ADD KT-MEDHOLD(WS-KT-IX) TO TOT-MEDHOLD
               ADD KT-DELVIS(WS-KT-IX) TO TOT-DELVIS
               ADD KT-AFVIST(WS-KT-IX) TO TOT-AFVIST
               ADD KT-TRUKKET(WS-KT-IX) TO TOT-TRUKKET
               ADD KT-BESVARET(WS-KT-IX) TO TOT-BESVARET
               ADD KT-FOR-SENT(WS-KT-IX) TO TOT-FOR-SENT
               ADD KT-DAGE-I-ALT(WS-KT-IX) TO TOT-DAGE-I-ALT
               ADD KT-AABNE(WS-KT-IX) TO TOT-AABNE
               ADD KT-OVERSKREDET(WS-KT-IX) TO TOT-OVERSKREDET
               MOVE SPACES TO WS-RAPPORT-LINE
               MOVE KT-KODE(WS-KT-IX) TO WS-RAPPORT-LINE(1:4)
               MOVE KT-TEKST(WS-KT-IX) TO WS-RAPPORT-LINE(6:30)
               MOVE WS-KT-POST(WS-KT-IX)(35:52) TO WS-SUM-POST
               PERFORM SKRIV-TAL-LINJE
               ADD 1 TO WS-KT-IX
           END-PERFORM.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "I ALT" TO WS-RAPPORT-LINE(1:5).
           MOVE WS-TOT-POST TO WS-SUM-POST.
           PERFORM SKRIV-TAL-LINJE.

           SKRIV-TAL-LINJE.
           MOVE 37 TO WS-RAPPORT-POS.
           MOVE SUM-MODTAGET TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE SUM-MEDHOLD TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE SUM-DELVIS TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE SUM-AFVIST TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE SUM-TRUKKET TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE SUM-BESVARET TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE SUM-FOR-SENT TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE ZEROES TO WS-GENNEMSNIT.
           IF SUM-BESVARET > ZEROES
               COMPUTE WS-GENNEMSNIT ROUNDED =
                   SUM-DAGE-I-ALT / SUM-BESVARET
           END-IF.
           MOVE WS-GENNEMSNIT TO WS-GNS-ED.
           MOVE WS-GNS-ED TO WS-RAPPORT-LINE(72:7).
           MOVE 79 TO WS-RAPPORT-POS.
           MOVE SUM-AABNE TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE 90 TO WS-RAPPORT-POS.
           MOVE SUM-OVERSKREDET TO WS-ANTAL-ED.
           PERFORM SAET-ANTAL-IND.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SAET-ANTAL-IND.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(WS-RAPPORT-POS:5).
           ADD 5 TO WS-RAPPORT-POS.

           SKRIV-OVERSKREDNE.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE "AABNE KLAGER OVER SVARFRISTEN" TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           IF WS-OV-ANTAL = ZEROES
               MOVE "  (ingen)" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.
           MOVE 1 TO WS-OV-IX.
           PERFORM UNTIL WS-OV-IX > WS-OV-ANTAL
               MOVE SPACES TO WS-RAPPORT-LINE
               MOVE OV-DAGE(WS-OV-IX) TO WS-ANTAL-ED
               STRING "  KLAGE " OV-NR(WS-OV-IX)
                   " KUNDE " OV-KUNDE-ID(WS-OV-IX)
                   " " OV-KATEGORI(WS-OV-IX)
                   " MODTAGET " OV-MODTAGET(WS-OV-IX)
                   " FRIST " OV-FRIST(WS-OV-IX)
                   " OVERSKREDET " WS-ANTAL-ED " DAGE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-RAPPORT-LINE TO RAPPORTLINE
               WRITE RAPPORTLINE
               ADD 1 TO WS-OV-IX
           END-PERFORM.

           SKRIV-REFUSIONER.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE "REFUSIONER BEVILGET I MAANEDEN" TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           IF WS-RF-ANTAL = ZEROES
               MOVE "  (ingen)" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.
           MOVE 1 TO WS-RF-IX.
           PERFORM UNTIL WS-RF-IX > WS-RF-ANTAL
               PERFORM SKRIV-EN-REFUSION
               ADD 1 TO WS-RF-IX
           END-PERFORM.
           IF WS-RF-ANTAL > ZEROES
               MOVE SPACES TO WS-RAPPORT-LINE
               MOVE WS-RF-SUM TO WS-BELOB-ED
               STRING "  REFUSIONER I ALT" DELIMITED BY SIZE
                   INTO WS-RAPPORT-LINE
               MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(44:12)
               MOVE WS-RAPPORT-LINE TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.

           SKRIV-EN-REFUSION.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "  KLAGE " RF-NR(WS-RF-IX)
               " KONTO " RF-KONTONUMMER(WS-RF-IX)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE RF-BELOB(WS-RF-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(44:12).
           IF RF-REFERENCE(WS-RF-IX) = ZEROES
               ADD 1 TO WS-CTL-IKKE-POSTERET
               MOVE "IKKE POSTERET" TO WS-RAPPORT-LINE(58:13)
           ELSE
               MOVE "POSTERET" TO WS-RAPPORT-LINE(58:8)
               MOVE RF-DATO(WS-RF-IX) TO WS-RAPPORT-LINE(67:8)
               MOVE "REF" TO WS-RAPPORT-LINE(76:3)
               MOVE RF-REFERENCE(WS-RF-IX) TO WS-RAPPORT-LINE(80:9)
           END-IF.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

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

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE119 - KOERSELSOVERSIGT".
           DISPLAY "KLAGER LAEST:            " WS-CTL-KLAGER.
           DISPLAY "MODTAGET I MAANEDEN:     " TOT-MODTAGET.
           DISPLAY "BESVARET I MAANEDEN:     " TOT-BESVARET.
           DISPLAY "AABNE:                   " TOT-AABNE.
           DISPLAY "OVER SVARFRISTEN:        " TOT-OVERSKREDET.
           DISPLAY "REFUSIONER:              " WS-RF-ANTAL.
           DISPLAY "REFUSION IKKE POSTERET:  " WS-CTL-IKKE-POSTERET.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE119: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KLAGER TO WS-STAT-LAEST.
           MOVE WS-KT-ANTAL TO WS-STAT-SKREVET.
           MOVE WS-CTL-IKKE-POSTERET TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
