           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE90.

      *    Nightly closing-balance history. Runs right after the
      *    posting step, when BALANCE on KontoOpl.txt is the day's
      *    closing figure, and keeps what tomorrow's run would
      *    overwrite: every account's balance, in its own
      *    VALUTAKODE, is written to SaldoHistorik.txt under the
      *    business date (BalanceSnapshot.txt in Opgave16 only ever
      *    holds yesterday). In the same pass the month-to-date and
      *    year-to-date average balance per KONTONUMMER is brought
      *    up to date in GennemsnitSaldo.txt - the figure product
      *    management and the fee committee used to rebuild by
      *    replaying the history by hand - and listed in
      *    GennemsnitRapport.txt. Averages run over calendar days:
      *    the days between two runs carry the earlier closing
      *    balance, so a weekend weighs what it really stood at.
      *    Closed accounts are left out; their history ends with
      *    the night they closed. A rerun on the same date replaces
      *    that date's figures instead of counting the day twice.
      *    The business date is keyed in; blank means today.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    Indexed on KONTONUMMER; this program only walks it top to
      *    bottom, so ACCESS MODE stays SEQUENTIAL.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT SALDOHISTORIKFILE ASSIGN TO "SaldoHistorik.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-NOEGLE OF SALDOHISTORIKREC
               FILE STATUS IS WS-SHI-STATUS.
           SELECT GENNEMSNITFILE ASSIGN TO "GennemsnitSaldo.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GNS-KONTONUMMER OF GENNEMSNITREC
               FILE STATUS IS WS-GNS-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "GennemsnitRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD SALDOHISTORIKFILE.
           01 SALDOHISTORIKREC.
               COPY "SALDOHISTORIK.cpy".

           FD GENNEMSNITFILE.
           01 GENNEMSNITREC.
               COPY "GENNEMSNITSALDO.cpy".

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-SHI-STATUS                PIC X(2).
           01 WS-GNS-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-AAR              PIC 9(4).
               02 WS-DAGS-MAANED           PIC 9(2).
               02 WS-DAGS-DAG              PIC 9(2).
           01 WS-SIDSTE-DATO               PIC 9(8) VALUE ZEROES.
           01 WS-SIDSTE-DATO-X REDEFINES WS-SIDSTE-DATO.
               02 WS-SIDSTE-AAR            PIC 9(4).
               02 WS-SIDSTE-MAANED         PIC 9(2).
               02 WS-SIDSTE-DAG            PIC 9(2).

      *    Day serials for the gap between two runs, and the
      *    business date's day number within its year.
           01 WS-DAGS-SERIEL               PIC 9(7) VALUE ZEROES.
           01 WS-SIDSTE-SERIEL             PIC 9(7) VALUE ZEROES.
           01 WS-AARETS-DAG                PIC 9(3) VALUE ZEROES.
           01 WS-MELLEMDAGE                PIC 9(5) VALUE ZEROES.

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

           01 WS-BALANCE                   PIC S9(7)V99 VALUE ZEROES.
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-GNS-FUNDET             VALUE "Y".
           01 WS-BAGUD-SWITCH              PIC X(1) VALUE "N".
              88 WS-DATO-BAGUD             VALUE "Y".

           01 WS-BALANCE-ED                PIC -(6)9.99 VALUE ZEROES.
           01 WS-MDR-GNS-ED                PIC -(6)9.99 VALUE ZEROES.
           01 WS-AAR-GNS-ED                PIC -(6)9.99 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(100) VALUE SPACES.

           01 WS-CTL-KONTI-LAEST           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SALDI-SKREVET         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SALDI-ERSTATTET       PIC 9(7) VALUE ZEROES.
           01 WS-CTL-LUKKEDE               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-BAGUD                 PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE90".
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
           PERFORM GEM-DAGENS-SALDI.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           GEM-DAGENS-SALDI.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.

           MOVE WS-DAGS-DATO TO WS-SER-DATO.
           PERFORM BEREGN-DAG-SERIEL.
           MOVE WS-SER-RESULTAT TO WS-DAGS-SERIEL.
           MOVE WS-DAGS-AAR TO WS-SER-AAR.
           MOVE 01 TO WS-SER-MAANED.
           MOVE 01 TO WS-SER-DAG.
           PERFORM BEREGN-DAG-SERIEL.
           COMPUTE WS-AARETS-DAG =
               WS-DAGS-SERIEL - WS-SER-RESULTAT + 1.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN I-O SALDOHISTORIKFILE.
           IF WS-SHI-STATUS NOT = "00"
               OPEN OUTPUT SALDOHISTORIKFILE
           END-IF.
           IF WS-SHI-STATUS NOT = "00"
               STRING "Open SaldoHistorik.txt failed, status "
                   WS-SHI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN I-O GENNEMSNITFILE.
           IF WS-GNS-STATUS NOT = "00"
               OPEN OUTPUT GENNEMSNITFILE
           END-IF.
           IF WS-GNS-STATUS NOT = "00"
               STRING "Open GennemsnitSaldo.txt failed, status "
                   WS-GNS-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open GennemsnitRapport.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "GENNEMSNITSSALDI - KORT PR. " WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KONTONUMMER          VAL       SALDO"
               "     GNS. MDR     GNS. AAR"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM BEHANDL-KONTO
               END-READ
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KONTI: " WS-CTL-KONTI-LAEST
               "  SALDI GEMT: " WS-CTL-SALDI-SKREVET
               "  LUKKEDE: " WS-CTL-LUKKEDE
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           CLOSE KONTOOPLFILE.
           CLOSE SALDOHISTORIKFILE.
           CLOSE GENNEMSNITFILE.
           CLOSE RAPPORTOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           BEHANDL-KONTO.
           ADD 1 TO WS-CTL-KONTI-LAEST.
           IF KONTO-ER-LUKKET IN KONTOOPLREC
               ADD 1 TO WS-CTL-LUKKEDE
           ELSE
               MOVE BALANCE IN KONTOOPLREC TO WS-BALANCE
               PERFORM GEM-SALDO
               PERFORM OPDATER-GENNEMSNIT
               IF NOT WS-DATO-BAGUD
                   PERFORM SKRIV-KONTOLINJE
               END-IF
           END-IF.

      *    A rerun of the same date finds its own record and
      *    replaces it.
           GEM-SALDO.
           MOVE KONTONUMMER IN KONTOOPLREC TO SH-KONTONUMMER.
           MOVE WS-DAGS-DATO TO SH-DATO.
           MOVE VALUTAKODE IN KONTOOPLREC TO SH-VALUTAKODE.
           MOVE WS-BALANCE TO SH-BALANCE.
           MOVE KONTOSTATUS IN KONTOOPLREC TO SH-KONTOSTATUS.
           WRITE SALDOHISTORIKREC
               INVALID KEY
                   REWRITE SALDOHISTORIKREC
                   ADD 1 TO WS-CTL-SALDI-ERSTATTET
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-SALDI-SKREVET
           END-WRITE.

           OPDATER-GENNEMSNIT.
           MOVE "N" TO WS-BAGUD-SWITCH.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE KONTONUMMER IN KONTOOPLREC TO GNS-KONTONUMMER.
           READ GENNEMSNITFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

           IF NOT WS-GNS-FUNDET
               INITIALIZE GENNEMSNITREC
               MOVE KONTONUMMER IN KONTOOPLREC TO GNS-KONTONUMMER
           ELSE
               EVALUATE TRUE
                   WHEN GNS-SIDSTE-DATO = WS-DAGS-DATO
                       SUBTRACT GNS-SIDSTE-BALANCE FROM GNS-MDR-SUM
                       SUBTRACT GNS-SIDSTE-BALANCE FROM GNS-AAR-SUM
                       SUBTRACT 1 FROM GNS-MDR-DAGE
                       SUBTRACT 1 FROM GNS-AAR-DAGE
                   WHEN GNS-SIDSTE-DATO > WS-DAGS-DATO
                       MOVE "Y" TO WS-BAGUD-SWITCH
                   WHEN OTHER
                       PERFORM OVERFOER-MELLEMDAGE
               END-EVALUATE
           END-IF.

      *    A date older than the last one counted would rewrite
      *    figures that later days already built on; the balance is
      *    kept in the history but the averages are left alone.
           IF WS-DATO-BAGUD
               ADD 1 TO WS-CTL-BAGUD
               DISPLAY "ADVARSEL: " GNS-KONTONUMMER
                   " har gennemsnit til " GNS-SIDSTE-DATO
                   ", ikke opdateret"
           ELSE
               MOVE VALUTAKODE IN KONTOOPLREC TO GNS-VALUTAKODE
               ADD WS-BALANCE TO GNS-MDR-SUM
               ADD WS-BALANCE TO GNS-AAR-SUM
               ADD 1 TO GNS-MDR-DAGE
               ADD 1 TO GNS-AAR-DAGE
               COMPUTE GNS-MDR-GNS ROUNDED =
                   GNS-MDR-SUM / GNS-MDR-DAGE
               COMPUTE GNS-AAR-GNS ROUNDED =
                   GNS-AAR-SUM / GNS-AAR-DAGE
               MOVE WS-DAGS-DATO TO GNS-SIDSTE-DATO
               MOVE WS-BALANCE TO GNS-SIDSTE-BALANCE
               IF WS-GNS-FUNDET
                   REWRITE GENNEMSNITREC
               ELSE
                   WRITE GENNEMSNITREC
               END-IF
           END-IF.

      *    The days between the last run and this one stood at the
      *    last closing balance. A new month (or year) restarts its
      *    figures from the 1st, the days before the business date
      *    carrying the balance the previous period closed on.
           OVERFOER-MELLEMDAGE.
           MOVE GNS-SIDSTE-DATO TO WS-SIDSTE-DATO.
           MOVE GNS-SIDSTE-DATO TO WS-SER-DATO.
           PERFORM BEREGN-DAG-SERIEL.
           MOVE WS-SER-RESULTAT TO WS-SIDSTE-SERIEL.
           COMPUTE WS-MELLEMDAGE =
               WS-DAGS-SERIEL - WS-SIDSTE-SERIEL - 1.

           IF WS-SIDSTE-AAR NOT = WS-DAGS-AAR
               COMPUTE GNS-AAR-DAGE = WS-AARETS-DAG - 1
               COMPUTE GNS-AAR-SUM =
                   GNS-SIDSTE-BALANCE * GNS-AAR-DAGE
           ELSE
               ADD WS-MELLEMDAGE TO GNS-AAR-DAGE
               COMPUTE GNS-AAR-SUM = GNS-AAR-SUM
                   + GNS-SIDSTE-BALANCE * WS-MELLEMDAGE
           END-IF.
           IF WS-SIDSTE-AAR NOT = WS-DAGS-AAR
               OR WS-SIDSTE-MAANED NOT = WS-DAGS-MAANED
               COMPUTE GNS-MDR-DAGE = WS-DAGS-DAG - 1
               COMPUTE GNS-MDR-SUM =
                   GNS-SIDSTE-BALANCE * GNS-MDR-DAGE
           ELSE
               ADD WS-MELLEMDAGE TO GNS-MDR-DAGE
               COMPUTE GNS-MDR-SUM = GNS-MDR-SUM
                   + GNS-SIDSTE-BALANCE * WS-MELLEMDAGE
           END-IF.

           SKRIV-KONTOLINJE.
           MOVE WS-BALANCE TO WS-BALANCE-ED.
           MOVE GNS-MDR-GNS TO WS-MDR-GNS-ED.
           MOVE GNS-AAR-GNS TO WS-AAR-GNS-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING KONTONUMMER IN KONTOOPLREC " "
               VALUTAKODE IN KONTOOPLREC " "
               WS-BALANCE-ED "  "
               WS-MDR-GNS-ED "  "
               WS-AAR-GNS-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           SKRIV-RAPPORTLINJE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

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
           DISPLAY "OPGAVE90 - KOERSELSOVERSIGT".
           DISPLAY "FORRETNINGSDATO:         " WS-DAGS-DATO.
           DISPLAY "KONTI LAEST:             " WS-CTL-KONTI-LAEST.
           DISPLAY "SALDI GEMT:              " WS-CTL-SALDI-SKREVET.
           DISPLAY "SALDI ERSTATTET (RERUN): "
               WS-CTL-SALDI-ERSTATTET.
           DISPLAY "LUKKEDE KONTI SPRUNGET:  " WS-CTL-LUKKEDE.
           DISPLAY "GENNEMSNIT IKKE OPDAT.:  " WS-CTL-BAGUD.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE90: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           MOVE WS-DAGS-DATO TO WS-STAT-DATO.
           MOVE WS-CTL-KONTI-LAEST TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-SALDI-SKREVET + WS-CTL-SALDI-ERSTATTET.
           MOVE WS-CTL-BAGUD TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
