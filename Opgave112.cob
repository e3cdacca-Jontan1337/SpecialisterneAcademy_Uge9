           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE112.

      *    Weekly liquidity maturity ladder per currency. Every
      *    contractual cash flow the book already knows about is
      *    dated and placed in a maturity bucket counted from the
      *    business date - overnight (today and tomorrow), one
      *    week, one month, three months, one year, and beyond:
      *
      *      - inflows: loan installments off LaanKonti.txt, the
      *        Opgave58 schedule run forward term by term until the
      *        debt is repaid; standing-order credits off
      *        FasteOrdrer.txt; warehoused future-dated credits
      *        off VentendeTransaktioner.txt
      *      - outflows: term deposits off AftaleKonti.txt at their
      *        maturity date with the account's balance, whatever
      *        the renewal instruction; standing-order debits;
      *        warehoused future-dated debits
      *
      *    Standing orders run open-ended, so they are projected
      *    through the one-year bucket only; suspended orders are
      *    left out, as are warehoused transfers and reversals,
      *    which move money between our own accounts. A flow is in
      *    the currency of the account it is booked on.
      *
      *    Demand deposits - every other active account that is not
      *    a LAAN or AFTL - have no contractual date and get their
      *    own behavioural line: the balance spread over the
      *    buckets by the percentages on LikviditetAdfaerd.txt
      *    (10/5/5/10/10/60 when the file is missing). The report
      *    shows per currency each flow line, the contractual gap
      *    and its cumulative sum, then the cumulative gap with the
      *    behavioural line included. Run weekly on the last
      *    banking day of the week (UGEKONTROL).

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT LAANKONTOFILE ASSIGN TO "LaanKonti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LAN-KONTONUMMER OF LAANKONTOREC
               FILE STATUS IS WS-LAN-STATUS.
           SELECT AFTALEKONTOFILE ASSIGN TO "AftaleKonti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATK-KONTONUMMER OF AFTALEKONTOREC
               FILE STATUS IS WS-ATK-STATUS.
           SELECT FASTEORDREFILE ASSIGN TO "FasteOrdrer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOR-STATUS.
           SELECT VENTENDEFILE
               ASSIGN TO "VentendeTransaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEN-STATUS.
           SELECT ADFAERDFILE ASSIGN TO "LikviditetAdfaerd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADF-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "LikviditetRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD LAANKONTOFILE.
           01 LAANKONTOREC.
               COPY "LAANKONTO.cpy".

           FD AFTALEKONTOFILE.
           01 AFTALEKONTOREC.
               COPY "AFTALEKONTO.cpy".

           FD FASTEORDREFILE.
           01 FASTEORDREREC.
               COPY "FASTEORDRE.cpy".

           FD VENTENDEFILE.
           01 VENTENDEREC.
               COPY "TRANSPOSTERING.cpy".

      *    Percent of the demand-deposit balance per bucket,
      *    overnight first; they should add up to 100.
           FD ADFAERDFILE.
           01 ADFAERDREC.
               02 ADF-PROCENT OCCURS 6 TIMES
                                           PIC 9(3).

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-LAN-STATUS                PIC X(2).
           01 WS-ATK-STATUS                PIC X(2).
           01 WS-FOR-STATUS                PIC X(2).
           01 WS-VEN-STATUS                PIC X(2).
           01 WS-ADF-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    The date being counted or rolled.
           01 WS-RUL-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-RUL-DATO-X REDEFINES WS-RUL-DATO.
               02 WS-RUL-AAR               PIC 9(4).
               02 WS-RUL-MAANED            PIC 9(2).
               02 WS-RUL-DAG               PIC 9(2).
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.
           01 WS-MDR-TILLAEG               PIC 9(3) VALUE ZEROES.
           01 WS-MDR-I-ALT                 PIC 9(5) VALUE ZEROES.

      *    Day serial since 2000-01-01, the BANKDAGOPSLAG count.
           01 WS-SERIEL                    PIC 9(7) VALUE ZEROES.
           01 WS-SER-AAR2000               PIC 9(4) VALUE ZEROES.
           01 WS-SER-SKUDDAGE              PIC 9(4) VALUE ZEROES.
           01 WS-SER-KUMDAGE               PIC 9(3) VALUE ZEROES.
           01 WS-SER-REST                  PIC 9(4) VALUE ZEROES.
           01 WS-SER-KVOT                  PIC 9(7) VALUE ZEROES.

      *    The last day serial of each bucket but the open one.
           01 WS-GRAENSE-TABEL.
               02 WS-GRAENSE OCCURS 5 TIMES
                                           PIC 9(7).
           01 WS-HORISONT-DATO             PIC 9(8) VALUE ZEROES.
           01 WS-SPAND                     PIC 9(1) VALUE ZEROES.

           01 WS-ADFAERD-TABEL.
               02 WS-ADFAERD-PCT OCCURS 6 TIMES
                                           PIC 9(3).
           01 WS-ADFAERD-SUM               PIC 9(4) VALUE ZEROES.

      *    Per currency, per line, per bucket. Lines: 1 loan
      *    installments, 2 standing-order credits, 3 warehoused
      *    credits (inflows); 4 term deposits, 5 standing-order
      *    debits, 6 warehoused debits (outflows); 7 demand
      *    deposits (behavioural outflow).
           01 WS-VL-ANTAL                  PIC 9(2) VALUE ZEROES.
           01 WS-VL-TABEL.
               02 WS-VL-POST OCCURS 30 TIMES.
                   03 VL-VALUTA            PIC X(3).
                   03 VL-LINJE OCCURS 7 TIMES.
                       04 VL-BELOB OCCURS 6 TIMES
                                           PIC S9(11)V99.
           01 WS-VL-IX                     PIC 9(2) VALUE ZEROES.
           01 WS-LINJE-IX                  PIC 9(1) VALUE ZEROES.
           01 WS-SPAND-IX                  PIC 9(1) VALUE ZEROES.

           01 WS-LINJETEKST-TABEL.
               02 FILLER                   PIC X(28)
                   VALUE "IND  LAANEYDELSER".
               02 FILLER                   PIC X(28)
                   VALUE "IND  FASTE ORDRER".
               02 FILLER                   PIC X(28)
                   VALUE "IND  VENTENDE POSTERINGER".
               02 FILLER                   PIC X(28)
                   VALUE "UD   AFTALEKONTI".
               02 FILLER                   PIC X(28)
                   VALUE "UD   FASTE ORDRER".
               02 FILLER                   PIC X(28)
                   VALUE "UD   VENTENDE POSTERINGER".
               02 FILLER                   PIC X(28)
                   VALUE "UD   ANFORDRING (ADFAERD)".
           01 WS-LINJETEKSTER REDEFINES WS-LINJETEKST-TABEL.
               02 WS-LINJETEKST OCCURS 7 TIMES
                                           PIC X(28).

      *    One dated flow on its way into the table.
           01 WS-FL-KONTONUMMER            PIC X(20) VALUE SPACES.
           01 WS-FL-VALUTA                 PIC X(3) VALUE SPACES.
           01 WS-FL-DATO                   PIC 9(8) VALUE ZEROES.
           01 WS-FL-BELOB                  PIC S9(9)V99 VALUE ZEROES.
           01 WS-FL-LINJE                  PIC 9(1) VALUE ZEROES.
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

      *    A loan schedule run forward.
           01 WS-LP-RESTGAELD              PIC S9(9)V99 VALUE ZEROES.
           01 WS-LP-RENTEDEL               PIC S9(7)V99 VALUE ZEROES.
           01 WS-LP-AFDRAG                 PIC S9(9)V99 VALUE ZEROES.
           01 WS-LP-SATS                   PIC 9(2)V9(4) VALUE ZEROES.
           01 WS-LP-TERMIN-IX              PIC 9(3) VALUE ZEROES.
           01 WS-LP-START-DATO             PIC 9(8) VALUE ZEROES.

           01 WS-FO-DATO                   PIC 9(8) VALUE ZEROES.
           01 WS-FO-ANTAL                  PIC 9(3) VALUE ZEROES.
           01 WS-DAG-IX                    PIC 9(1) VALUE ZEROES.

           01 WS-GAP                       PIC S9(11)V99 VALUE ZEROES.
           01 WS-KUM-GAP                   PIC S9(11)V99 VALUE ZEROES.
           01 WS-KUM-ADFAERD               PIC S9(11)V99 VALUE ZEROES.
           01 WS-ADFAERD-BELOB             PIC S9(11)V99 VALUE ZEROES.
           01 WS-ADFAERD-REST              PIC S9(11)V99 VALUE ZEROES.
           01 WS-BELOB-ED                  PIC -(10)9.99 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.
           01 WS-RAPPORT-POS               PIC 9(3) VALUE ZEROES.

           01 WS-CTL-LAAN                  PIC 9(7) VALUE ZEROES.
           01 WS-CTL-AFTALER               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ORDRER                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-VENTENDE              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ANFORDRING            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-KONTO          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SPRUNGET-OVER         PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV112".
           01 WS-STAT-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-STAT-LAEST                PIC 9(7) VALUE ZEROES.
           01 WS-STAT-SKREVET              PIC 9(7) VALUE ZEROES.
           01 WS-STAT-AFVIST               PIC 9(7) VALUE ZEROES.
           01 WS-STAT-START-TID            PIC 9(8) VALUE ZEROES.
           01 WS-STAT-STATUS               PIC X(2) VALUE "OK".
           01 WS-STAT-RESULT               PIC X(1) VALUE SPACES.
      *    CENTRAL RUN STATISTICS END

      *    HANDOFF CONTROL
           01 WS-KTL-FUNKTION              PIC X(1) VALUE SPACES.
           01 WS-KTL-KONTROL.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-FORVENTET.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-LINJE                 PIC X(300) VALUE SPACES.
           01 WS-KTL-RESULT                PIC X(1) VALUE SPACES.
           01 WS-KTL-ANTAL-ED              PIC Z(8)9 VALUE ZEROES.
           01 WS-KTL-BELOB-ED              PIC -(12)9.99 VALUE ZEROES.
      *    HANDOFF CONTROL END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           PERFORM DAN-LIKVIDITETSRAPPORT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-LIKVIDITETSRAPPORT.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           PERFORM SAET-SPANDGRAENSER.
           PERFORM INDLAES-ADFAERD.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SAML-ANFORDRINGSINDLAAN.
           PERFORM SAML-LAANEYDELSER.
           PERFORM SAML-AFTALEKONTI.
           PERFORM SAML-FASTE-ORDRER.
           PERFORM SAML-VENTENDE.
           CLOSE KONTOOPLFILE.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open LikviditetRapport.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-RAPPORT.
           CLOSE RAPPORTOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    Overnight runs to tomorrow, one week to today + 7, the
      *    month buckets to the same day one, three and twelve
      *    months on (clamped to the month's length).
           SAET-SPANDGRAENSER.
           MOVE WS-DAGS-DATO TO WS-RUL-DATO.
           PERFORM BEREGN-SERIEL.
           COMPUTE WS-GRAENSE(1) = WS-SERIEL + 1.
           COMPUTE WS-GRAENSE(2) = WS-SERIEL + 7.
           MOVE 1 TO WS-MDR-TILLAEG.
           PERFORM LAEG-MAANEDER-TIL.
           PERFORM BEREGN-SERIEL.
           MOVE WS-SERIEL TO WS-GRAENSE(3).
           MOVE WS-DAGS-DATO TO WS-RUL-DATO.
           MOVE 3 TO WS-MDR-TILLAEG.
           PERFORM LAEG-MAANEDER-TIL.
           PERFORM BEREGN-SERIEL.
           MOVE WS-SERIEL TO WS-GRAENSE(4).
           MOVE WS-DAGS-DATO TO WS-RUL-DATO.
           MOVE 12 TO WS-MDR-TILLAEG.
           PERFORM LAEG-MAANEDER-TIL.
           MOVE WS-RUL-DATO TO WS-HORISONT-DATO.
           PERFORM BEREGN-SERIEL.
           MOVE WS-SERIEL TO WS-GRAENSE(5).

           INDLAES-ADFAERD.
           MOVE 010 TO WS-ADFAERD-PCT(1).
           MOVE 005 TO WS-ADFAERD-PCT(2).
           MOVE 005 TO WS-ADFAERD-PCT(3).
           MOVE 010 TO WS-ADFAERD-PCT(4).
           MOVE 010 TO WS-ADFAERD-PCT(5).
           MOVE 060 TO WS-ADFAERD-PCT(6).
           OPEN INPUT ADFAERDFILE.
           IF WS-ADF-STATUS = "00"
               READ ADFAERDFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TJEK-ADFAERD
               END-READ
               CLOSE ADFAERDFILE
           END-IF.

      *    A maintained line that does not add up to 100 is
      *    ignored rather than scaling the balance wrongly.
           TJEK-ADFAERD.
           MOVE ZEROES TO WS-ADFAERD-SUM.
           MOVE 1 TO WS-SPAND-IX.
           PERFORM UNTIL WS-SPAND-IX > 6
               IF ADF-PROCENT(WS-SPAND-IX) IS NUMERIC
                   ADD ADF-PROCENT(WS-SPAND-IX) TO WS-ADFAERD-SUM
               END-IF
               ADD 1 TO WS-SPAND-IX
           END-PERFORM.
           IF WS-ADFAERD-SUM = 100
               MOVE ADFAERDREC TO WS-ADFAERD-TABEL
           ELSE
               DISPLAY "ADVARSEL: LikviditetAdfaerd.txt summer ikke "
                   "til 100 - standardfordeling brugt"
           END-IF.

           SAML-ANFORDRINGSINDLAAN.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KONTO-ER-AKTIV
                           AND KONTOTYPE IN KONTOOPLREC NOT = "LAAN"
                           AND KONTOTYPE IN KONTOOPLREC NOT = "AFTL"
                           PERFORM FORDEL-ANFORDRING
                       END-IF
               END-READ
           END-PERFORM.

      *    The last bucket takes the rounding so the line adds
      *    back up to the balance.
           FORDEL-ANFORDRING.
           ADD 1 TO WS-CTL-ANFORDRING.
           MOVE VALUTAKODE IN KONTOOPLREC TO WS-FL-VALUTA.
           IF WS-FL-VALUTA = SPACES
               MOVE "DKK" TO WS-FL-VALUTA
           END-IF.
           PERFORM FIND-VALUTA.
           MOVE BALANCE IN KONTOOPLREC TO WS-ADFAERD-REST.
           MOVE 1 TO WS-SPAND-IX.
           PERFORM UNTIL WS-SPAND-IX > 6
               IF WS-SPAND-IX = 6
                   MOVE WS-ADFAERD-REST TO WS-ADFAERD-BELOB
               ELSE
                   COMPUTE WS-ADFAERD-BELOB ROUNDED =
                       BALANCE IN KONTOOPLREC
                       * WS-ADFAERD-PCT(WS-SPAND-IX) / 100
                   SUBTRACT WS-ADFAERD-BELOB FROM WS-ADFAERD-REST
               END-IF
               ADD WS-ADFAERD-BELOB
                   TO VL-BELOB(WS-VL-IX, 7, WS-SPAND-IX)
               ADD 1 TO WS-SPAND-IX
           END-PERFORM.

           SAML-LAANEYDELSER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT LAANKONTOFILE.
           IF WS-LAN-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ LAANKONTOFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF LAN-ER-AKTIV
                           AND LAN-RESTGAELD > ZEROES
                           PERFORM PLACER-LAAN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LAN-STATUS NOT = "35"
               CLOSE LAANKONTOFILE
           END-IF.

      *    The Opgave58 split term by term: interest on what is
      *    still owed plus the principal part of the installment,
      *    the last one clamped to the remaining debt.
           PLACER-LAAN.
           MOVE LAN-KONTONUMMER TO WS-FL-KONTONUMMER.
           PERFORM FIND-KONTO.
           IF WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-LAAN
               MOVE RENTESATS IN KONTOOPLREC TO WS-LP-SATS
               MOVE LAN-RESTGAELD TO WS-LP-RESTGAELD
               MOVE LAN-NAESTE-DATO TO WS-LP-START-DATO
               MOVE 1 TO WS-LINJE-IX
               MOVE 1 TO WS-LP-TERMIN-IX
               PERFORM UNTIL WS-LP-TERMIN-IX > LAN-REST-TERMINER
                   OR WS-LP-RESTGAELD NOT > ZEROES
                   PERFORM PLACER-EN-TERMIN
                   ADD 1 TO WS-LP-TERMIN-IX
               END-PERFORM
           END-IF.

           PLACER-EN-TERMIN.
           IF LAN-ER-KVARTAL
               COMPUTE WS-LP-RENTEDEL ROUNDED =
                   WS-LP-RESTGAELD * WS-LP-SATS / 100 / 4
               COMPUTE WS-MDR-TILLAEG = (WS-LP-TERMIN-IX - 1) * 3
           ELSE
               COMPUTE WS-LP-RENTEDEL ROUNDED =
                   WS-LP-RESTGAELD * WS-LP-SATS / 100 / 12
               COMPUTE WS-MDR-TILLAEG = WS-LP-TERMIN-IX - 1
           END-IF.
           COMPUTE WS-LP-AFDRAG = LAN-YDELSE - WS-LP-RENTEDEL.
           IF WS-LP-AFDRAG > WS-LP-RESTGAELD
               MOVE WS-LP-RESTGAELD TO WS-LP-AFDRAG
           END-IF.
           IF WS-LP-AFDRAG < ZEROES
               MOVE ZEROES TO WS-LP-AFDRAG
           END-IF.
           SUBTRACT WS-LP-AFDRAG FROM WS-LP-RESTGAELD.
           MOVE WS-LP-START-DATO TO WS-RUL-DATO.
           PERFORM LAEG-MAANEDER-TIL.
           MOVE WS-RUL-DATO TO WS-FL-DATO.
           COMPUTE WS-FL-BELOB = WS-LP-RENTEDEL + WS-LP-AFDRAG.
           PERFORM PLACER-FLOW.
      *    Debt still left after the last term - an installment
      *    that no longer covers the interest - falls due with it.
           IF WS-LP-TERMIN-IX = LAN-REST-TERMINER
               AND WS-LP-RESTGAELD > ZEROES
               MOVE WS-LP-RESTGAELD TO WS-FL-BELOB
               PERFORM PLACER-FLOW
           END-IF.

           SAML-AFTALEKONTI.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT AFTALEKONTOFILE.
           IF WS-ATK-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ AFTALEKONTOFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF ATK-ER-AKTIV
                           PERFORM PLACER-AFTALE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ATK-STATUS NOT = "35"
               CLOSE AFTALEKONTOFILE
           END-IF.

           PLACER-AFTALE.
           MOVE ATK-KONTONUMMER TO WS-FL-KONTONUMMER.
           PERFORM FIND-KONTO.
           IF WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-AFTALER
               MOVE 4 TO WS-LINJE-IX
               MOVE ATK-UDLOEBSDATO TO WS-FL-DATO
               MOVE BALANCE IN KONTOOPLREC TO WS-FL-BELOB
               PERFORM PLACER-FLOW
           END-IF.

           SAML-FASTE-ORDRER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT FASTEORDREFILE.
           IF WS-FOR-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ FASTEORDREFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF FO-ER-SUSPENDERET
                           ADD 1 TO WS-CTL-SPRUNGET-OVER
                       ELSE
                           PERFORM PLACER-ORDRE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FOR-STATUS NOT = "35"
               CLOSE FASTEORDREFILE
           END-IF.

      *    Every execution from the next due date up to the
      *    one-year horizon.
           PLACER-ORDRE.
           MOVE FO-KONTONUMMER TO WS-FL-KONTONUMMER.
           PERFORM FIND-KONTO.
           IF WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-ORDRER
               IF FO-ER-KREDIT
                   MOVE 2 TO WS-LINJE-IX
               ELSE
                   MOVE 5 TO WS-LINJE-IX
               END-IF
               MOVE FO-BELOB TO WS-FL-BELOB
               MOVE FO-NAESTE-DATO TO WS-FO-DATO
               MOVE ZEROES TO WS-FO-ANTAL
               PERFORM UNTIL WS-FO-DATO > WS-HORISONT-DATO
                   OR WS-FO-ANTAL > 60
                   MOVE WS-FO-DATO TO WS-FL-DATO
                   PERFORM PLACER-FLOW
                   ADD 1 TO WS-FO-ANTAL
                   PERFORM NAESTE-ORDREDATO
               END-PERFORM
           END-IF.

           NAESTE-ORDREDATO.
           MOVE WS-FO-DATO TO WS-RUL-DATO.
           EVALUATE TRUE
               WHEN FO-ER-UGENTLIG
                   MOVE 1 TO WS-DAG-IX
                   PERFORM UNTIL WS-DAG-IX > 7
                       PERFORM LAEG-EN-DAG-TIL
                       ADD 1 TO WS-DAG-IX
                   END-PERFORM
               WHEN FO-ER-AARLIG
                   MOVE 12 TO WS-MDR-TILLAEG
                   PERFORM LAEG-MAANEDER-TIL
               WHEN OTHER
                   MOVE 1 TO WS-MDR-TILLAEG
                   PERFORM LAEG-MAANEDER-TIL
           END-EVALUATE.
           MOVE WS-RUL-DATO TO WS-FO-DATO.

           SAML-VENTENDE.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM KONTROLLER-VENTENDE.
           OPEN INPUT VENTENDEFILE.
           IF WS-VEN-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ VENTENDEFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF TP-ER-DEBIT OR TP-ER-KREDIT
                           PERFORM PLACER-VENTENDE
                       ELSE
                           ADD 1 TO WS-CTL-SPRUNGET-OVER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-VEN-STATUS NOT = "35"
               CLOSE VENTENDEFILE
           END-IF.

           PLACER-VENTENDE.
           MOVE TP-KONTONUMMER TO WS-FL-KONTONUMMER.
           PERFORM FIND-KONTO.
           IF WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-VENTENDE
               IF TP-ER-KREDIT
                   MOVE 3 TO WS-LINJE-IX
               ELSE
                   MOVE 6 TO WS-LINJE-IX
               END-IF
               MOVE TP-TRANS-DATO TO WS-FL-DATO
               MOVE TP-BELOB TO WS-FL-BELOB
               PERFORM PLACER-FLOW
           END-IF.

           FIND-KONTO.
           MOVE WS-FL-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           MOVE "N" TO WS-FOUND-SWITCH.
           READ KONTOOPLFILE
               INVALID KEY
                   ADD 1 TO WS-CTL-UKENDT-KONTO
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE VALUTAKODE IN KONTOOPLREC TO WS-FL-VALUTA
                   IF WS-FL-VALUTA = SPACES
                       MOVE "DKK" TO WS-FL-VALUTA
                   END-IF
           END-READ.

      *    Anything already due counts as overnight.
           PLACER-FLOW.
           PERFORM FIND-VALUTA.
           MOVE 1 TO WS-SPAND.
           IF WS-FL-DATO > WS-DAGS-DATO
               MOVE WS-FL-DATO TO WS-RUL-DATO
               PERFORM BEREGN-SERIEL
               MOVE 1 TO WS-SPAND
               PERFORM UNTIL WS-SPAND > 5
                   OR WS-SERIEL NOT > WS-GRAENSE(WS-SPAND)
                   ADD 1 TO WS-SPAND
               END-PERFORM
           END-IF.
           ADD WS-FL-BELOB TO VL-BELOB(WS-VL-IX, WS-LINJE-IX,
               WS-SPAND).

           FIND-VALUTA.
           MOVE 1 TO WS-VL-IX.
           PERFORM UNTIL WS-VL-IX > WS-VL-ANTAL
               OR VL-VALUTA(WS-VL-IX) = WS-FL-VALUTA
               ADD 1 TO WS-VL-IX
           END-PERFORM.
           IF WS-VL-IX > WS-VL-ANTAL
               IF WS-VL-ANTAL >= 30
                   MOVE "Mere end 30 valutaer i bogen"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-VL-ANTAL
               MOVE WS-VL-ANTAL TO WS-VL-IX
               INITIALIZE WS-VL-POST(WS-VL-IX)
               MOVE WS-FL-VALUTA TO VL-VALUTA(WS-VL-IX)
           END-IF.

           SKRIV-RAPPORT.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "LIKVIDITETSFORFALD PR. VALUTA - "
               WS-DAGS-DATO(1:4) "-" WS-DAGS-DATO(5:2) "-"
               WS-DAGS-DATO(7:2)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE 1 TO WS-VL-IX.
           PERFORM UNTIL WS-VL-IX > WS-VL-ANTAL
               PERFORM SKRIV-VALUTA
               ADD 1 TO WS-VL-IX
           END-PERFORM.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "ANFORDRING (ADFAERD) FORDELT "
               WS-ADFAERD-PCT(1) "/" WS-ADFAERD-PCT(2) "/"
               WS-ADFAERD-PCT(3) "/" WS-ADFAERD-PCT(4) "/"
               WS-ADFAERD-PCT(5) "/" WS-ADFAERD-PCT(6)
               " PCT. - INDGAAR KUN I DEN SIDSTE GAP-LINJE."
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SKRIV-VALUTA.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "VALUTA " VL-VALUTA(WS-VL-IX)
               "                       OVERNIGHT"
               "         1 UGE         1 MDR         3 MDR"
               "         1 AAR    OVER 1 AAR"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE 1 TO WS-LINJE-IX.
           PERFORM UNTIL WS-LINJE-IX > 6
               PERFORM SKRIV-FLOWLINJE
               ADD 1 TO WS-LINJE-IX
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "GAP (IND - UD)" TO WS-RAPPORT-LINE(1:28).
           MOVE 29 TO WS-RAPPORT-POS.
           MOVE 1 TO WS-SPAND-IX.
           PERFORM UNTIL WS-SPAND-IX > 6
               PERFORM BEREGN-GAP
               MOVE WS-GAP TO WS-BELOB-ED
               PERFORM SAET-BELOB-IND
               ADD 1 TO WS-SPAND-IX
           END-PERFORM.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "KUMULERET GAP" TO WS-RAPPORT-LINE(1:28).
           MOVE 29 TO WS-RAPPORT-POS.
           MOVE ZEROES TO WS-KUM-GAP.
           MOVE 1 TO WS-SPAND-IX.
           PERFORM UNTIL WS-SPAND-IX > 6
               PERFORM BEREGN-GAP
               ADD WS-GAP TO WS-KUM-GAP
               MOVE WS-KUM-GAP TO WS-BELOB-ED
               PERFORM SAET-BELOB-IND
               ADD 1 TO WS-SPAND-IX
           END-PERFORM.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           MOVE 7 TO WS-LINJE-IX.
           PERFORM SKRIV-FLOWLINJE.

           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "KUMULERET GAP INKL. ADFAERD" TO
               WS-RAPPORT-LINE(1:28).
           MOVE 29 TO WS-RAPPORT-POS.
           MOVE ZEROES TO WS-KUM-ADFAERD.
           MOVE 1 TO WS-SPAND-IX.
           PERFORM UNTIL WS-SPAND-IX > 6
               PERFORM BEREGN-GAP
               COMPUTE WS-KUM-ADFAERD = WS-KUM-ADFAERD + WS-GAP
                   - VL-BELOB(WS-VL-IX, 7, WS-SPAND-IX)
               MOVE WS-KUM-ADFAERD TO WS-BELOB-ED
               PERFORM SAET-BELOB-IND
               ADD 1 TO WS-SPAND-IX
           END-PERFORM.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SKRIV-FLOWLINJE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE WS-LINJETEKST(WS-LINJE-IX) TO WS-RAPPORT-LINE(1:28).
           MOVE 29 TO WS-RAPPORT-POS.
           MOVE 1 TO WS-SPAND-IX.
           PERFORM UNTIL WS-SPAND-IX > 6
               MOVE VL-BELOB(WS-VL-IX, WS-LINJE-IX, WS-SPAND-IX)
                   TO WS-BELOB-ED
               PERFORM SAET-BELOB-IND
               ADD 1 TO WS-SPAND-IX
           END-PERFORM.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SAET-BELOB-IND.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(WS-RAPPORT-POS:14).
           ADD 14 TO WS-RAPPORT-POS.

           BEREGN-GAP.
           COMPUTE WS-GAP =
               VL-BELOB(WS-VL-IX, 1, WS-SPAND-IX)
               + VL-BELOB(WS-VL-IX, 2, WS-SPAND-IX)
               + VL-BELOB(WS-VL-IX, 3, WS-SPAND-IX)
               - VL-BELOB(WS-VL-IX, 4, WS-SPAND-IX)
               - VL-BELOB(WS-VL-IX, 5, WS-SPAND-IX)
               - VL-BELOB(WS-VL-IX, 6, WS-SPAND-IX).

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

      *    WS-MDR-TILLAEG months on from WS-RUL-DATO, the day
      *    clamped to the length of the month landed in.
           LAEG-MAANEDER-TIL.
           COMPUTE WS-MDR-I-ALT =
               WS-RUL-AAR * 12 + WS-RUL-MAANED - 1 + WS-MDR-TILLAEG.
           DIVIDE WS-MDR-I-ALT BY 12 GIVING WS-RUL-AAR
               REMAINDER WS-RUL-MAANED.
           ADD 1 TO WS-RUL-MAANED.
           PERFORM BEREGN-DAGE-I-MAANED.
           IF WS-RUL-DAG > WS-DAGE-I-MAANED
               MOVE WS-DAGE-I-MAANED TO WS-RUL-DAG
           END-IF.

           LAEG-EN-DAG-TIL.
           PERFORM BEREGN-DAGE-I-MAANED.
           ADD 1 TO WS-RUL-DAG.
           IF WS-RUL-DAG > WS-DAGE-I-MAANED
               MOVE 1 TO WS-RUL-DAG
               ADD 1 TO WS-RUL-MAANED
               IF WS-RUL-MAANED > 12
                   MOVE 1 TO WS-RUL-MAANED
                   ADD 1 TO WS-RUL-AAR
               END-IF
           END-IF.

           BEREGN-DAGE-I-MAANED.
           EVALUATE WS-RUL-MAANED
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAGE-I-MAANED
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAGE-I-MAANED
               WHEN OTHER
                   DIVIDE WS-RUL-AAR BY 4 GIVING WS-SER-KVOT
                       REMAINDER WS-SER-REST
                   IF WS-SER-REST = ZEROES
                       MOVE 29 TO WS-DAGE-I-MAANED
                   ELSE
                       MOVE 28 TO WS-DAGE-I-MAANED
                   END-IF
           END-EVALUATE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE112 - KOERSELSOVERSIGT".
           DISPLAY "ANFORDRINGSKONTI:        " WS-CTL-ANFORDRING.
           DISPLAY "LAAN:                    " WS-CTL-LAAN.
           DISPLAY "AFTALEKONTI:             " WS-CTL-AFTALER.
           DISPLAY "FASTE ORDRER:            " WS-CTL-ORDRER.
           DISPLAY "VENTENDE POSTERINGER:    " WS-CTL-VENTENDE.
           DISPLAY "SPRUNGET OVER:           " WS-CTL-SPRUNGET-OVER.
           DISPLAY "UKENDT KONTO:            " WS-CTL-UKENDT-KONTO.
           DISPLAY "VALUTAER:                " WS-VL-ANTAL.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE112: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           COMPUTE WS-STAT-LAEST = WS-CTL-ANFORDRING + WS-CTL-LAAN
               + WS-CTL-AFTALER + WS-CTL-ORDRER + WS-CTL-VENTENDE.
           MOVE WS-VL-ANTAL TO WS-STAT-SKREVET.
           MOVE WS-CTL-UKENDT-KONTO TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.

      *    VentendeTransaktioner.txt is checked against the control
      *    Opgave21 and Opgave51 left for it before it is read.
           KONTROLLER-VENTENDE.
           MOVE "VentendeTransaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "V" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               PERFORM AFVIS-KONTROLTOTAL
           END-IF.

      *    A working file that does not add up to its handoff
      *    control stops the run before anything is processed:
      *    RC 20 to the chain and status "KT" on the morning page.
           AFVIS-KONTROLTOTAL.
           DISPLAY "OPGAVE112: Kontroltotal afviger for "
               KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE KTL-ANTAL OF WS-KTL-FORVENTET TO WS-KTL-ANTAL-ED.
           MOVE KTL-BELOB-SUM OF WS-KTL-FORVENTET TO WS-KTL-BELOB-ED.
           DISPLAY "  FORVENTET: " WS-KTL-ANTAL-ED " POSTER  BELOB "
               WS-KTL-BELOB-ED "  NOEGLE "
               KTL-NOEGLE-SUM OF WS-KTL-FORVENTET.
           MOVE KTL-ANTAL OF WS-KTL-KONTROL TO WS-KTL-ANTAL-ED.
           MOVE KTL-BELOB-SUM OF WS-KTL-KONTROL TO WS-KTL-BELOB-ED.
           DISPLAY "  FUNDET:    " WS-KTL-ANTAL-ED " POSTER  BELOB "
               WS-KTL-BELOB-ED "  NOEGLE "
               KTL-NOEGLE-SUM OF WS-KTL-KONTROL.
           DISPLAY "  SIDST REGISTRERET AF "
               KTL-PROGRAM OF WS-KTL-FORVENTET " "
               KTL-DATO OF WS-KTL-FORVENTET.
           MOVE "KT" TO WS-STAT-STATUS.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
