           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE94.

      *    Month-end credit loss provisioning. The arrears counted
      *    on LaanKonti.txt (LAN-RESTANCER), the collections trin on
      *    Inkasso.txt and the overdrawn customers Opgave10 and
      *    Opgave31 find were never turned into the impairment
      *    finance must book every month. This run puts every
      *    engagement in a stage -
      *
      *      1 - performing
      *      2 - significant deterioration
      *      3 - credit-impaired
      *
      *    where an engagement is every active loan (exposure the
      *    debt on its KontoOpl.txt BALANCE) and every customer in
      *    Kundeoplysninger.txt with a negative BALANCE (exposure
      *    the overdrawn amount). The staging rules are maintained
      *    on NedskrivningRegler.txt, one line per stage with its
      *    thresholds - days past due, loan arrears (restancer) and
      *    collections trin, any one of them reached is enough, a
      *    zero threshold is not used - and the provision rate for
      *    the stage in percent of the exposure. Days past due on
      *    a loan run from the unpaid installment date (Opgave58
      *    leaves LAN-NAESTE-DATO standing when it could not
      *    collect); on an overdraft they run from the day the
      *    collections case opened, worked back from the trin and
      *    InkassoDage.txt the way Opgave54 escalates.
      *
      *    Each engagement's stage and provision is kept on
      *    NedskrivningStadier.txt (NEDSKRIVNING.cpy), so the run
      *    can list on NedskrivningRapport.txt every engagement
      *    that moved stage since last month - new ones, ones that
      *    left the book, and ones that moved between stages -
      *    followed by the stage totals per currency. The change in
      *    the total provision per currency is posted to the GL as
      *    an approved voucher on GLBilag.txt, which Opgave68 books
      *    in the next journal under the run date, exactly as the
      *    other month-end runs leave their postings for the next
      *    day's chain: an increase debits 402000 NEDSKRIVNINGER
      *    UDLAAN and credits 104000 HENSAETTELSER UDLAAN, a release
      *    the other way round. A rerun on the same date puts the
      *    stage file back as it stood, withdraws its own unbooked
      *    vouchers and runs again.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT REGELFILE ASSIGN TO "NedskrivningRegler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NDR-STATUS.
           SELECT INKASSODAGEFILE ASSIGN TO "InkassoDage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDA-STATUS.
      *    Walked top to bottom for the active loans.
           SELECT LAANKONTOFILE ASSIGN TO "LaanKonti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LAN-KONTONUMMER OF LAANKONTOREC
               FILE STATUS IS WS-LAN-STATUS.
      *    Only ever looked up one account at a time by KONTONUMMER.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
      *    Indexed on KUNDE-ID; this program only walks it top to
      *    bottom, so ACCESS MODE stays SEQUENTIAL.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT INKASSOFILE ASSIGN TO "Inkasso.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INK-KUNDE-ID
               FILE STATUS IS WS-INK-STATUS.
           SELECT STADIEFILE ASSIGN TO "NedskrivningStadier.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDS-KONTONUMMER OF STADIEREC
               FILE STATUS IS WS-NDS-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "NedskrivningRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.
           SELECT GLBILAGFILE ASSIGN TO "GLBilag.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-NR OF GLBILAGREC
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GLBILAGNRFILE ASSIGN TO "GLBilagNr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GBN-STATUS.

           DATA DIVISION.
           FILE SECTION.
      *    One line per stage: stage, days past due, restancer,
      *    collections trin, provision rate in percent.
           FD REGELFILE.
           01 REGELREC.
               02 NDR-STADIE               PIC 9(1).
               02 NDR-DAGE                 PIC 9(3).
               02 NDR-RESTANCER            PIC 9(2).
               02 NDR-INKASSO-TRIN         PIC 9(1).
               02 NDR-SATS                 PIC 9(3)V99.

      *    One maintained line: days a customer stays on a trin
      *    before the next escalation.
           FD INKASSODAGEFILE.
           01 INKASSODAGEREC               PIC 9(3).

           FD LAANKONTOFILE.
           01 LAANKONTOREC.
               COPY "LAANKONTO.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD INKASSOFILE.
           01 INKASSOREC.
               02 INK-KUNDE-ID             PIC X(10).
               02 INK-TRIN                 PIC 9(1).
               02 INK-SIDSTE-DATO          PIC 9(8).

           FD STADIEFILE.
           01 STADIEREC.
               COPY "NEDSKRIVNING.cpy".

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(100).

           FD GLBILAGFILE.
           01 GLBILAGREC.
               COPY "GLBILAG.cpy".

           FD GLBILAGNRFILE.
           01 GLBILAGNRREC                 PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-NDR-STATUS                PIC X(2).
           01 WS-IDA-STATUS                PIC X(2).
           01 WS-LAN-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-INK-STATUS                PIC X(2).
           01 WS-NDS-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-GLB-STATUS                PIC X(2).
           01 WS-GBN-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-ESKALERINGSDAGE           PIC 9(3) VALUE 10.

           01 WS-INK-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-INK-FIL-AABEN          VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

      *    The staging rules, subscripted by stage.
           01 WS-REGEL-TABEL.
               02 WS-REGEL OCCURS 3 TIMES.
                   03 WS-RGL-FUNDET        PIC X(1).
                   03 WS-RGL-DAGE          PIC 9(3).
                   03 WS-RGL-RESTANCER     PIC 9(2).
                   03 WS-RGL-TRIN          PIC 9(1).
                   03 WS-RGL-SATS          PIC 9(3)V99.
           01 WS-RGL-IX                    PIC 9(1) VALUE ZEROES.

      *    The engagement being staged.
           01 WS-ENG-KONTONUMMER           PIC X(20) VALUE SPACES.
           01 WS-ENG-KUNDE-ID              PIC X(10) VALUE SPACES.
           01 WS-ENG-TYPE                  PIC X(1) VALUE SPACES.
           01 WS-ENG-VALUTA                PIC X(3) VALUE SPACES.
           01 WS-ENG-EKSPONERING           PIC 9(9)V99 VALUE ZEROES.
           01 WS-ENG-DAGE                  PIC 9(4) VALUE ZEROES.
           01 WS-ENG-RESTANCER             PIC 9(3) VALUE ZEROES.
           01 WS-ENG-TRIN                  PIC 9(1) VALUE ZEROES.
           01 WS-ENG-STADIE                PIC 9(1) VALUE ZEROES.
           01 WS-ENG-HENSAETTELSE          PIC 9(9)V99 VALUE ZEROES.

      *    Day serials since 2000 for the day-count compare.
           01 WS-DAG-SERIEL                PIC 9(7) VALUE ZEROES.
           01 WS-SIDSTE-SERIEL             PIC 9(7) VALUE ZEROES.
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

      *    Stage totals and the provision before and after, per
      *    currency.
           01 WS-VAL-ANTAL                 PIC 9(2) VALUE ZEROES.
           01 WS-VAL-TABEL.
               02 WS-VAL-POST OCCURS 10 TIMES.
                   03 WS-VAL-KODE          PIC X(3).
                   03 WS-VAL-FOER          PIC 9(11)V99.
                   03 WS-VAL-EFTER         PIC 9(11)V99.
                   03 WS-VAL-STADIE OCCURS 3 TIMES.
                       04 WS-VST-ANTAL     PIC 9(5).
                       04 WS-VST-EKSP      PIC 9(11)V99.
                       04 WS-VST-HENS      PIC 9(11)V99.
           01 WS-VAL-IX                    PIC 9(2) VALUE ZEROES.
           01 WS-VAL-FUNDET                PIC 9(2) VALUE ZEROES.
           01 WS-AENDRING                  PIC S9(11)V99 VALUE ZEROES.
           01 WS-BILAG-REST                PIC 9(11)V99 VALUE ZEROES.
           01 WS-BILAG-BELOB               PIC 9(7)V99 VALUE ZEROES.
           01 WS-DEBET-KONTO               PIC X(6) VALUE SPACES.
           01 WS-KREDIT-KONTO              PIC X(6) VALUE SPACES.
           01 WS-NAESTE-GLB-NR             PIC 9(6) VALUE ZEROES.

      *    The GL accounts the provision is carried on.
           01 WS-UDGIFT-KONTO              PIC X(6) VALUE "402000".
           01 WS-HENS-KONTO                PIC X(6) VALUE "104000".
           01 WS-EGEN-BRUGER               PIC X(8)
                                           VALUE "OPGAVE94".

           01 WS-STADIE-TEKST              PIC X(12) VALUE SPACES.
           01 WS-FRA-TEKST                 PIC X(12) VALUE SPACES.
           01 WS-RAPPORT-LINE              PIC X(100) VALUE SPACES.
           01 WS-EKSP-ED                   PIC Z(8)9.99 VALUE ZEROES.
           01 WS-HENS-ED                   PIC Z(8)9.99 VALUE ZEROES.
           01 WS-AENDRING-ED               PIC -(10)9.99 VALUE ZEROES.
           01 WS-BELOB-ED                  PIC Z(10)9.99 VALUE ZEROES.
           01 WS-HENS2-ED                  PIC Z(10)9.99 VALUE ZEROES.
           01 WS-ANTAL-ED                  PIC Z(4)9 VALUE ZEROES.
           01 WS-DAGE-ED                   PIC Z(3)9 VALUE ZEROES.

           01 WS-CTL-LAAN                  PIC 9(5) VALUE ZEROES.
           01 WS-CTL-OVERTRAEK             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UDEN-KONTO            PIC 9(5) VALUE ZEROES.
           01 WS-CTL-NYE                   PIC 9(5) VALUE ZEROES.
           01 WS-CTL-FLYTTET               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UDGAAET               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-TILBAGEFOERT          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BILAG                 PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BILAG-TRUKKET         PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE94".
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
           PERFORM KOER-NEDSKRIVNING.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           KOER-NEDSKRIVNING.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           MOVE WS-DAGS-DATO TO WS-SER-DATO.
           PERFORM BEREGN-DAG-SERIEL.
           MOVE WS-SER-RESULTAT TO WS-DAG-SERIEL.

           PERFORM LAES-REGLER.
           PERFORM LAES-ESKALERINGSDAGE.

      *    The first run creates the stage file; it is read as
      *    well as written, so it is opened again for I-O.
           OPEN I-O STADIEFILE.
           IF WS-NDS-STATUS NOT = "00"
               OPEN OUTPUT STADIEFILE
               CLOSE STADIEFILE
               OPEN I-O STADIEFILE
           END-IF.
           IF WS-NDS-STATUS NOT = "00"
               STRING "Open NedskrivningStadier.txt failed, status "
                   WS-NDS-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM TILBAGEFOER-DAGENS-STADIER.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE "N" TO WS-INK-FIL-SWITCH.
           OPEN INPUT INKASSOFILE.
           IF WS-INK-STATUS = "00"
               MOVE "Y" TO WS-INK-FIL-SWITCH
           END-IF.
           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open NedskrivningRapport.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-RAPPORT-HEADING.

      *    No LaanKonti.txt simply means no loans on the book.
           OPEN INPUT LAANKONTOFILE.
           IF WS-LAN-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ LAANKONTOFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF LAN-ER-AKTIV
                               PERFORM BEHANDL-LAAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAANKONTOFILE
           END-IF.

           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDEOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF BALANCE IN KUNDEOPLREC < 0
                           PERFORM BEHANDL-OVERTRAEK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KUNDEOPLFILE.
           CLOSE KONTOOPLFILE.
           IF WS-INK-FIL-AABEN
               CLOSE INKASSOFILE
           END-IF.

           PERFORM AFGANG-UDGAAEDE.
           CLOSE STADIEFILE.

           PERFORM SKRIV-STADIE-TOTALER.
           CLOSE RAPPORTOUT.
           PERFORM BOGFOER-AENDRINGER.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    Without the rules there is nothing to stage by; the run
      *    stops rather than provisioning on guesses.
           LAES-REGLER.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE ZEROES TO WS-REGEL-TABEL.
           MOVE 1 TO WS-RGL-IX.
           PERFORM UNTIL WS-RGL-IX > 3
               MOVE "N" TO WS-RGL-FUNDET(WS-RGL-IX)
               ADD 1 TO WS-RGL-IX
           END-PERFORM.
           OPEN INPUT REGELFILE.
           IF WS-NDR-STATUS NOT = "00"
               STRING "Open NedskrivningRegler.txt failed, status "
                   WS-NDR-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ REGELFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF REGELREC IS NUMERIC
                           AND NDR-STADIE >= 1 AND NDR-STADIE <= 3
                           MOVE NDR-STADIE TO WS-RGL-IX
                           MOVE "J" TO WS-RGL-FUNDET(WS-RGL-IX)
                           MOVE NDR-DAGE TO WS-RGL-DAGE(WS-RGL-IX)
                           MOVE NDR-RESTANCER
                               TO WS-RGL-RESTANCER(WS-RGL-IX)
                           MOVE NDR-INKASSO-TRIN
                               TO WS-RGL-TRIN(WS-RGL-IX)
                           MOVE NDR-SATS TO WS-RGL-SATS(WS-RGL-IX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGELFILE.
           IF WS-RGL-FUNDET(1) NOT = "J"
               OR WS-RGL-FUNDET(2) NOT = "J"
               OR WS-RGL-FUNDET(3) NOT = "J"
               MOVE "NedskrivningRegler.txt mangler et stadie"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           LAES-ESKALERINGSDAGE.
           OPEN INPUT INKASSODAGEFILE.
           IF WS-IDA-STATUS = "00"
               READ INKASSODAGEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INKASSODAGEREC IS NUMERIC
                           AND INKASSODAGEREC > ZEROES
                           MOVE INKASSODAGEREC
                               TO WS-ESKALERINGSDAGE
                       END-IF
               END-READ
               CLOSE INKASSODAGEFILE
           END-IF.

      *    A rerun on the same date: what the earlier run wrote is
      *    put back to what stood before it - an engagement it
      *    created is removed again - and a stage-0 record left
      *    over from an earlier month is cleared out.
           TILBAGEFOER-DAGENS-STADIER.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ STADIEFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF NDS-DATO = WS-DAGS-DATO
                           ADD 1 TO WS-CTL-TILBAGEFOERT
                           IF NDS-FORRIGE-DATO = ZEROES
                               DELETE STADIEFILE RECORD
                           ELSE
                               MOVE NDS-FORRIGE-STADIE TO NDS-STADIE
                               MOVE NDS-FORRIGE-HENS
                                   TO NDS-HENSAETTELSE
                               MOVE NDS-FORRIGE-DATO TO NDS-DATO
                               REWRITE STADIEREC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           BEHANDL-LAAN.
           MOVE LAN-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   ADD 1 TO WS-CTL-UDEN-KONTO
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-LAAN
                   MOVE LAN-KONTONUMMER TO WS-ENG-KONTONUMMER
                   MOVE KUNDE-ID IN KONTOOPLREC TO WS-ENG-KUNDE-ID
                   MOVE "L" TO WS-ENG-TYPE
                   MOVE VALUTAKODE IN KONTOOPLREC TO WS-ENG-VALUTA
                   MOVE BALANCE IN KONTOOPLREC TO WS-ENG-EKSPONERING
                   MOVE LAN-RESTANCER TO WS-ENG-RESTANCER
                   MOVE ZEROES TO WS-ENG-DAGE
                   IF LAN-NAESTE-DATO > ZEROES
                       AND LAN-NAESTE-DATO < WS-DAGS-DATO
                       MOVE LAN-NAESTE-DATO TO WS-SER-DATO
                       PERFORM BEREGN-DAG-SERIEL
                       COMPUTE WS-ENG-DAGE =
                           WS-DAG-SERIEL - WS-SER-RESULTAT
                   END-IF
                   PERFORM HENT-INKASSO-TRIN
                   PERFORM STADIE-ET-ENGAGEMENT
           END-READ.

           BEHANDL-OVERTRAEK.
           ADD 1 TO WS-CTL-OVERTRAEK.
           MOVE KONTONUMMER IN KUNDEOPLREC TO WS-ENG-KONTONUMMER.
           MOVE KUNDE-ID IN KUNDEOPLREC TO WS-ENG-KUNDE-ID.
           MOVE "O" TO WS-ENG-TYPE.
           MOVE VALUTAKODE IN KUNDEOPLREC TO WS-ENG-VALUTA.
           COMPUTE WS-ENG-EKSPONERING = BALANCE IN KUNDEOPLREC * -1.
           MOVE ZEROES TO WS-ENG-RESTANCER.
           MOVE ZEROES TO WS-ENG-DAGE.
           PERFORM HENT-INKASSO-TRIN.
      *    Each escalation came WS-ESKALERINGSDAGE after the last,
      *    so the case opened that many days per trin before the
      *    last escalation.
           IF WS-ENG-TRIN > ZEROES
               MOVE INK-SIDSTE-DATO TO WS-SER-DATO
               PERFORM BEREGN-DAG-SERIEL
               COMPUTE WS-ENG-DAGE =
                   WS-DAG-SERIEL - WS-SER-RESULTAT
                   + (WS-ENG-TRIN - 1) * WS-ESKALERINGSDAGE
           END-IF.
           PERFORM STADIE-ET-ENGAGEMENT.

           HENT-INKASSO-TRIN.
           MOVE ZEROES TO WS-ENG-TRIN.
           IF WS-INK-FIL-AABEN
               MOVE WS-ENG-KUNDE-ID TO INK-KUNDE-ID
               READ INKASSOFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INK-TRIN TO WS-ENG-TRIN
               END-READ
           END-IF.

      *    The highest stage any of whose thresholds is reached;
      *    stage 1 otherwise.
           STADIE-ET-ENGAGEMENT.
           IF WS-ENG-VALUTA = SPACES
               MOVE "DKK" TO WS-ENG-VALUTA
           END-IF.
           MOVE 1 TO WS-ENG-STADIE.
           MOVE 3 TO WS-RGL-IX.
           PERFORM UNTIL WS-RGL-IX < 2 OR WS-ENG-STADIE > 1
               IF (WS-RGL-DAGE(WS-RGL-IX) > ZEROES
                   AND WS-ENG-DAGE >= WS-RGL-DAGE(WS-RGL-IX))
                   OR (WS-RGL-RESTANCER(WS-RGL-IX) > ZEROES
                   AND WS-ENG-RESTANCER >=
                       WS-RGL-RESTANCER(WS-RGL-IX))
                   OR (WS-RGL-TRIN(WS-RGL-IX) > ZEROES
                   AND WS-ENG-TRIN >= WS-RGL-TRIN(WS-RGL-IX))
                   MOVE WS-RGL-IX TO WS-ENG-STADIE
               END-IF
               SUBTRACT 1 FROM WS-RGL-IX
           END-PERFORM.
           COMPUTE WS-ENG-HENSAETTELSE ROUNDED =
               WS-ENG-EKSPONERING * WS-RGL-SATS(WS-ENG-STADIE) / 100.

           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-ENG-KONTONUMMER TO NDS-KONTONUMMER.
           READ STADIEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-RECORD-FUNDET
               MOVE NDS-STADIE TO NDS-FORRIGE-STADIE
               MOVE NDS-HENSAETTELSE TO NDS-FORRIGE-HENS
               MOVE NDS-DATO TO NDS-FORRIGE-DATO
           ELSE
               MOVE SPACES TO STADIEREC
               MOVE WS-ENG-KONTONUMMER TO NDS-KONTONUMMER
               MOVE ZEROES TO NDS-FORRIGE-STADIE
               MOVE ZEROES TO NDS-FORRIGE-HENS
               MOVE ZEROES TO NDS-FORRIGE-DATO
           END-IF.
           MOVE WS-ENG-KUNDE-ID TO NDS-KUNDE-ID.
           MOVE WS-ENG-TYPE TO NDS-TYPE.
           MOVE WS-ENG-VALUTA TO NDS-VALUTA.
           MOVE WS-ENG-STADIE TO NDS-STADIE.
           MOVE WS-ENG-EKSPONERING TO NDS-EKSPONERING.
           MOVE WS-ENG-HENSAETTELSE TO NDS-HENSAETTELSE.
           MOVE WS-ENG-DAGE TO NDS-DAGE-OVERSKREDET.
           MOVE WS-DAGS-DATO TO NDS-DATO.
           IF WS-RECORD-FUNDET
               REWRITE STADIEREC
           ELSE
               WRITE STADIEREC
           END-IF.
           PERFORM SUMMER-ENGAGEMENT.
           IF NDS-STADIE NOT = NDS-FORRIGE-STADIE
               IF NDS-FORRIGE-STADIE = ZEROES
                   ADD 1 TO WS-CTL-NYE
               ELSE
                   ADD 1 TO WS-CTL-FLYTTET
               END-IF
               PERFORM SKRIV-BEVAEGELSE
           END-IF.

      *    An engagement on the file that this run did not stage
      *    has left the book: its provision is released and it
      *    stands at stage 0 until the next run removes it.
           AFGANG-UDGAAEDE.
           MOVE LOW-VALUES TO NDS-KONTONUMMER.
           START STADIEFILE KEY IS NOT LESS THAN NDS-KONTONUMMER
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE
               NOT INVALID KEY
                   MOVE ZEROES TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ STADIEFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF NDS-DATO NOT = WS-DAGS-DATO
                           PERFORM AFGANG-ET-ENGAGEMENT
                       END-IF
               END-READ
           END-PERFORM.

           AFGANG-ET-ENGAGEMENT.
           IF NDS-STADIE = ZEROES
               DELETE STADIEFILE RECORD
           ELSE
               MOVE NDS-STADIE TO NDS-FORRIGE-STADIE
               MOVE NDS-HENSAETTELSE TO NDS-FORRIGE-HENS
               MOVE NDS-DATO TO NDS-FORRIGE-DATO
               MOVE ZEROES TO NDS-STADIE
               MOVE ZEROES TO NDS-EKSPONERING
               MOVE ZEROES TO NDS-HENSAETTELSE
               MOVE ZEROES TO NDS-DAGE-OVERSKREDET
               MOVE WS-DAGS-DATO TO NDS-DATO
               REWRITE STADIEREC
               ADD 1 TO WS-CTL-UDGAAET
               PERFORM SUMMER-ENGAGEMENT
               PERFORM SKRIV-BEVAEGELSE
           END-IF.

      *    Carries the record just written into its currency's
      *    provision before and after and its stage totals.
           SUMMER-ENGAGEMENT.
           MOVE ZEROES TO WS-VAL-FUNDET.
           MOVE 1 TO WS-VAL-IX.
           PERFORM UNTIL WS-VAL-IX > WS-VAL-ANTAL
               OR WS-VAL-FUNDET > ZEROES
               IF WS-VAL-KODE(WS-VAL-IX) = NDS-VALUTA
                   MOVE WS-VAL-IX TO WS-VAL-FUNDET
               END-IF
               ADD 1 TO WS-VAL-IX
           END-PERFORM.
           IF WS-VAL-FUNDET = ZEROES AND WS-VAL-ANTAL < 10
               ADD 1 TO WS-VAL-ANTAL
               MOVE WS-VAL-ANTAL TO WS-VAL-FUNDET
               INITIALIZE WS-VAL-POST(WS-VAL-FUNDET)
               MOVE NDS-VALUTA TO WS-VAL-KODE(WS-VAL-FUNDET)
           END-IF.
           IF WS-VAL-FUNDET = ZEROES
               MOVE "Flere end 10 valutaer i nedskrivningen"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD NDS-FORRIGE-HENS TO WS-VAL-FOER(WS-VAL-FUNDET).
           ADD NDS-HENSAETTELSE TO WS-VAL-EFTER(WS-VAL-FUNDET).
           IF NDS-STADIE > ZEROES
               ADD 1 TO WS-VST-ANTAL(WS-VAL-FUNDET, NDS-STADIE)
               ADD NDS-EKSPONERING
                   TO WS-VST-EKSP(WS-VAL-FUNDET, NDS-STADIE)
               ADD NDS-HENSAETTELSE
                   TO WS-VST-HENS(WS-VAL-FUNDET, NDS-STADIE)
           END-IF.

           SKRIV-RAPPORT-HEADING.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "NEDSKRIVNINGER - STADIEBEVAEGELSER PR. "
               WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "KONTONUMMER" TO WS-RAPPORT-LINE(1:11).
           MOVE "T" TO WS-RAPPORT-LINE(22:1).
           MOVE "KUNDE-ID" TO WS-RAPPORT-LINE(24:8).
           MOVE "FRA" TO WS-RAPPORT-LINE(35:3).
           MOVE "TIL" TO WS-RAPPORT-LINE(48:3).
           MOVE "DAGE" TO WS-RAPPORT-LINE(61:4).
           MOVE "EKSPONERING" TO WS-RAPPORT-LINE(67:11).
           MOVE "HENSAETTELSE" TO WS-RAPPORT-LINE(79:12).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SKRIV-BEVAEGELSE.
           MOVE NDS-FORRIGE-STADIE TO WS-RGL-IX.
           PERFORM SAET-STADIE-TEKST.
           MOVE WS-STADIE-TEKST TO WS-FRA-TEKST.
           MOVE NDS-STADIE TO WS-RGL-IX.
           PERFORM SAET-STADIE-TEKST.
           MOVE NDS-DAGE-OVERSKREDET TO WS-DAGE-ED.
           MOVE NDS-EKSPONERING TO WS-EKSP-ED.
           MOVE NDS-HENSAETTELSE TO WS-HENS-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING NDS-KONTONUMMER " " NDS-TYPE " " NDS-KUNDE-ID " "
               WS-FRA-TEKST " " WS-STADIE-TEKST " " WS-DAGE-ED " "
               WS-EKSP-ED " " WS-HENS-ED " " NDS-VALUTA
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SAET-STADIE-TEKST.
           EVALUATE WS-RGL-IX
               WHEN 0
                   MOVE "-"            TO WS-STADIE-TEKST
               WHEN 1
                   MOVE "1 PERFORMING" TO WS-STADIE-TEKST
               WHEN 2
                   MOVE "2 FORRINGET"  TO WS-STADIE-TEKST
               WHEN OTHER
                   MOVE "3 KREDITSVAG" TO WS-STADIE-TEKST
           END-EVALUATE.

           SKRIV-STADIE-TOTALER.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE "STADIE         ANTAL      EKSPONERING     HENSAETTELSE"
               TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE 1 TO WS-VAL-IX.
           PERFORM UNTIL WS-VAL-IX > WS-VAL-ANTAL
               MOVE 1 TO WS-RGL-IX
               PERFORM UNTIL WS-RGL-IX > 3
                   PERFORM SAET-STADIE-TEKST
                   MOVE WS-VST-ANTAL(WS-VAL-IX, WS-RGL-IX)
                       TO WS-ANTAL-ED
                   MOVE WS-VST-EKSP(WS-VAL-IX, WS-RGL-IX)
                       TO WS-BELOB-ED
                   MOVE WS-VST-HENS(WS-VAL-IX, WS-RGL-IX)
                       TO WS-HENS2-ED
                   MOVE SPACES TO WS-RAPPORT-LINE
                   STRING WS-STADIE-TEKST " " WS-ANTAL-ED " "
                       WS-BELOB-ED "  " WS-HENS2-ED " "
                       WS-VAL-KODE(WS-VAL-IX)
                       DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   MOVE WS-RAPPORT-LINE TO RAPPORTLINE
                   WRITE RAPPORTLINE
                   ADD 1 TO WS-RGL-IX
               END-PERFORM
               COMPUTE WS-AENDRING = WS-VAL-EFTER(WS-VAL-IX)
                   - WS-VAL-FOER(WS-VAL-IX)
               MOVE WS-VAL-FOER(WS-VAL-IX) TO WS-BELOB-ED
               MOVE WS-VAL-EFTER(WS-VAL-IX) TO WS-HENS2-ED
               MOVE WS-AENDRING TO WS-AENDRING-ED
               MOVE SPACES TO WS-RAPPORT-LINE
               STRING "HENSAETTELSE FOER " WS-BELOB-ED
                   " EFTER " WS-HENS2-ED " AENDRING "
                   WS-AENDRING-ED " " WS-VAL-KODE(WS-VAL-IX)
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-RAPPORT-LINE TO RAPPORTLINE
               WRITE RAPPORTLINE
               ADD 1 TO WS-VAL-IX
           END-PERFORM.

      *    One approved voucher per currency whose provision moved,
      *    for Opgave68 to journal. A voucher line holds at most
      *    9.999.999,99, so a larger change is split over several
      *    line pairs.
           BOGFOER-AENDRINGER.
           OPEN I-O GLBILAGFILE.
           IF WS-GLB-STATUS NOT = "00"
               OPEN OUTPUT GLBILAGFILE
               CLOSE GLBILAGFILE
               OPEN I-O GLBILAGFILE
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               STRING "Open GLBilag.txt failed, status "
                   WS-GLB-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM TRAEK-EGNE-BILAG-TILBAGE.
           MOVE 1 TO WS-VAL-IX.
           PERFORM UNTIL WS-VAL-IX > WS-VAL-ANTAL
               COMPUTE WS-AENDRING = WS-VAL-EFTER(WS-VAL-IX)
                   - WS-VAL-FOER(WS-VAL-IX)
               IF WS-AENDRING NOT = ZEROES
                   PERFORM SKRIV-BILAG
               END-IF
               ADD 1 TO WS-VAL-IX
           END-PERFORM.
           CLOSE GLBILAGFILE.

      *    A rerun replaces the provisioning vouchers this date's
      *    earlier run left for the journal; ones already booked
      *    stay as they are.
           TRAEK-EGNE-BILAG-TILBAGE.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ GLBILAGFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF GLB-ER-GODKENDT
                           AND GLB-OPRETTET-AF = WS-EGEN-BRUGER
                           AND GLB-OPRETTET-DATO = WS-DAGS-DATO
                           MOVE "A" TO GLB-STATUS
                           REWRITE GLBILAGREC
                           ADD 1 TO WS-CTL-BILAG-TRUKKET
                       END-IF
               END-READ
           END-PERFORM.

           SKRIV-BILAG.
           IF WS-AENDRING > ZEROES
               MOVE WS-UDGIFT-KONTO TO WS-DEBET-KONTO
               MOVE WS-HENS-KONTO TO WS-KREDIT-KONTO
               MOVE WS-AENDRING TO WS-BILAG-REST
           ELSE
               MOVE WS-HENS-KONTO TO WS-DEBET-KONTO
               MOVE WS-UDGIFT-KONTO TO WS-KREDIT-KONTO
               COMPUTE WS-BILAG-REST = WS-AENDRING * -1
           END-IF.
           PERFORM HENT-NAESTE-GLB-NR.
           MOVE SPACES TO GLBILAGREC.
           MOVE WS-NAESTE-GLB-NR TO GLB-NR.
           MOVE "G" TO GLB-STATUS.
           MOVE WS-VAL-KODE(WS-VAL-IX) TO GLB-VALUTA.
           STRING "NEDSKRIVNING UDLAAN OG OVERTRAEK " WS-DAGS-DATO
               DELIMITED BY SIZE INTO GLB-BEGRUNDELSE.
           MOVE WS-EGEN-BRUGER TO GLB-OPRETTET-AF.
           MOVE WS-DAGS-DATO TO GLB-OPRETTET-DATO.
           MOVE WS-DAGS-DATO TO GLB-BOGF-DATO.
           MOVE WS-EGEN-BRUGER TO GLB-GODKENDT-AF.
           MOVE WS-DAGS-DATO TO GLB-GODKENDT-DATO.
           MOVE ZEROES TO GLB-BOGFOERT-DATO.
           MOVE ZEROES TO GLB-ANTAL-LINJER.
           PERFORM UNTIL WS-BILAG-REST = ZEROES
               OR GLB-ANTAL-LINJER = 10
               IF WS-BILAG-REST > 9999999.99
                   MOVE 9999999.99 TO WS-BILAG-BELOB
               ELSE
                   MOVE WS-BILAG-REST TO WS-BILAG-BELOB
               END-IF
               SUBTRACT WS-BILAG-BELOB FROM WS-BILAG-REST
               ADD 1 TO GLB-ANTAL-LINJER
               MOVE WS-DEBET-KONTO TO GLB-KONTO(GLB-ANTAL-LINJER)
               MOVE "D" TO GLB-SIDE(GLB-ANTAL-LINJER)
               MOVE WS-BILAG-BELOB TO GLB-BELOB(GLB-ANTAL-LINJER)
               ADD 1 TO GLB-ANTAL-LINJER
               MOVE WS-KREDIT-KONTO TO GLB-KONTO(GLB-ANTAL-LINJER)
               MOVE "K" TO GLB-SIDE(GLB-ANTAL-LINJER)
               MOVE WS-BILAG-BELOB TO GLB-BELOB(GLB-ANTAL-LINJER)
           END-PERFORM.
           IF WS-BILAG-REST > ZEROES
               MOVE "Nedskrivningsaendringen er for stor til et bilag"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           WRITE GLBILAGREC.
           ADD 1 TO WS-CTL-BILAG.

           HENT-NAESTE-GLB-NR.
           MOVE 1 TO WS-NAESTE-GLB-NR.
           OPEN INPUT GLBILAGNRFILE.
           IF WS-GBN-STATUS = "00"
               READ GLBILAGNRFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-NAESTE-GLB-NR = GLBILAGNRREC + 1
               END-READ
               CLOSE GLBILAGNRFILE
           END-IF.
           OPEN OUTPUT GLBILAGNRFILE.
           MOVE WS-NAESTE-GLB-NR TO GLBILAGNRREC.
           WRITE GLBILAGNRREC.
           CLOSE GLBILAGNRFILE.

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

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE94 - KOERSELSOVERSIGT".
           DISPLAY "LAAN STADIESAT:          " WS-CTL-LAAN.
           DISPLAY "OVERTRAEK STADIESAT:     " WS-CTL-OVERTRAEK.
           DISPLAY "LAAN UDEN KONTO:         " WS-CTL-UDEN-KONTO.
           DISPLAY "NYE ENGAGEMENTER:        " WS-CTL-NYE.
           DISPLAY "SKIFTET STADIE:          " WS-CTL-FLYTTET.
           DISPLAY "UDGAAET:                 " WS-CTL-UDGAAET.
           DISPLAY "TILBAGEFOERT (GENKOERSEL): "
               WS-CTL-TILBAGEFOERT.
           DISPLAY "BILAG TIL GL:            " WS-CTL-BILAG.
           DISPLAY "BILAG TRUKKET TILBAGE:   " WS-CTL-BILAG-TRUKKET.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE94: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           MOVE WS-DAGS-DATO TO WS-STAT-DATO.
           COMPUTE WS-STAT-LAEST = WS-CTL-LAAN + WS-CTL-OVERTRAEK
               + WS-CTL-UDEN-KONTO.
           COMPUTE WS-STAT-SKREVET = WS-CTL-LAAN + WS-CTL-OVERTRAEK
               + WS-CTL-UDGAAET.
           MOVE WS-CTL-UDEN-KONTO TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
