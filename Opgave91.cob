           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE91.

      *    General-ledger to sub-ledger reconciliation. Runs right
      *    after the GL journal and proves that every control
      *    account in the chart (the "S" accounts in Kontoplan.txt)
      *    stands at what the customer accounts behind it add up
      *    to. The sub-ledger side is BALANCE on KontoOpl.txt,
      *    totalled per KONTOTYPE and VALUTAKODE and carried to the
      *    control account SAMLEKONTOOPSLAG names for the KONTOTYPE
      *    - the same posting rules Opgave68 journals by. The GL
      *    side is the cumulative GLSaldi.txt that Opgave68 keeps,
      *    on the account's normal side: debit less credit for
      *    asset and expense accounts, credit less debit for
      *    liability and income accounts. Compared per control
      *    account and currency; where the two differ, the
      *    KONTOTYPEs behind the difference are listed underneath,
      *    together with anything booked to the control account
      *    without a KONTOTYPE (a manual entry). KONTOTYPEs that
      *    hold balances but book to no control account are listed
      *    too. Report in GLAfstemning.txt. A difference is a
      *    finding for accounting, not a reason to stop the night:
      *    the run ends normally with status "GA" on the statistics
      *    record and the differences counted as rejected.

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
           SELECT GLSALDOFILE ASSIGN TO "GLSaldi.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLS-NOEGLE OF GLSALDOREC
               FILE STATUS IS WS-GLS-STATUS.
           SELECT KONTOPLANFILE ASSIGN TO "Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPL-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "GLAfstemning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD GLSALDOFILE.
           01 GLSALDOREC.
               COPY "GLSALDO.cpy".

           FD KONTOPLANFILE.
           01 KONTOPLANREC.
               COPY "KONTOPLAN.cpy".

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-GLS-STATUS                PIC X(2).
           01 WS-KPL-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-VALUTA                    PIC X(3) VALUE SPACES.

      *    The chart's control accounts with their class.
           01 WS-KPL-ANTAL                 PIC 9(2) VALUE ZEROES.
           01 WS-KPL-TABEL.
               02 WS-KPL-POST OCCURS 20 TIMES.
                   03 WS-KPL-KONTO         PIC X(6).
                   03 WS-KPL-KLASSE        PIC X(1).
           01 WS-KPL-IX                    PIC 9(2) VALUE ZEROES.
           01 WS-KPL-FUNDET                PIC X(1) VALUE "N".

      *    Sub-ledger totals per KONTOTYPE and currency.
           01 WS-UND-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-UND-TABEL.
               02 WS-UND-POST OCCURS 200 TIMES.
                   03 WS-UND-KONTOTYPE     PIC X(4).
                   03 WS-UND-VALUTA        PIC X(3).
                   03 WS-UND-SALDO         PIC S9(13)V99.
           01 WS-UND-IX                    PIC 9(3) VALUE ZEROES.

      *    Both sides per control account, KONTOTYPE and currency.
           01 WS-AFS-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-AFS-TABEL.
               02 WS-AFS-POST OCCURS 300 TIMES.
                   03 WS-AFS-GLKONTO       PIC X(6).
                   03 WS-AFS-KONTOTYPE     PIC X(4).
                   03 WS-AFS-VALUTA        PIC X(3).
                   03 WS-AFS-UNDER         PIC S9(13)V99.
                   03 WS-AFS-GL            PIC S9(13)V99.
           01 WS-AFS-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-AFS-FUNDET                PIC X(1) VALUE "N".

      *    Both sides per control account and currency.
           01 WS-SUM-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-SUM-TABEL.
               02 WS-SUM-POST OCCURS 100 TIMES.
                   03 WS-SUM-GLKONTO       PIC X(6).
                   03 WS-SUM-VALUTA        PIC X(3).
                   03 WS-SUM-UNDER         PIC S9(13)V99.
                   03 WS-SUM-GL            PIC S9(13)V99.
           01 WS-SUM-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-SUM-FUNDET                PIC X(1) VALUE "N".

           01 WS-SOEG-GLKONTO              PIC X(6) VALUE SPACES.
           01 WS-SOEG-KONTOTYPE            PIC X(4) VALUE SPACES.
           01 WS-SOEG-VALUTA               PIC X(3) VALUE SPACES.
           01 WS-GL-SALDO                  PIC S9(13)V99 VALUE ZEROES.
           01 WS-DIFFERENCE                PIC S9(13)V99 VALUE ZEROES.

           01 WS-SAML-KONTOTYPE            PIC X(4) VALUE SPACES.
           01 WS-SAML-GLKONTO              PIC X(6) VALUE SPACES.
           01 WS-SAML-KLASSE               PIC X(1) VALUE SPACES.
           01 WS-SAML-RESULT               PIC X(1) VALUE SPACES.

           01 WS-GL-ED                     PIC -(12)9.99 VALUE ZEROES.
           01 WS-UNDER-ED                  PIC -(12)9.99 VALUE ZEROES.
           01 WS-DIFF-ED                   PIC -(12)9.99 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(100) VALUE SPACES.

           01 WS-CTL-KONTI-LAEST           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-GLSALDI-LAEST         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-AFSTEMT               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-DIFFERENCER           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UDEN-SAMLEKONTO       PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE91".
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
           PERFORM AFSTEM-HOVEDBOG.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           AFSTEM-HOVEDBOG.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           PERFORM INDLAES-KONTOPLAN.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-KONTI-LAEST
                       PERFORM SAML-UNDERSALDO
               END-READ
           END-PERFORM.
           CLOSE KONTOOPLFILE.

           MOVE 1 TO WS-UND-IX.
           PERFORM OVERFOER-TIL-SAMLEKONTO
               UNTIL WS-UND-IX > WS-UND-ANTAL.

      *    No GLSaldi.txt means Opgave68 has not taken the balances
      *    on yet; every control account then shows the full
      *    sub-ledger as its difference, which is the truth.
           OPEN INPUT GLSALDOFILE.
           IF WS-GLS-STATUS NOT = "00"
               DISPLAY "OPGAVE91: Ingen GLSaldi.txt, hovedbogen "
                   "regnes som nul"
           ELSE
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ GLSALDOFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CTL-GLSALDI-LAEST
                           PERFORM SAML-GLSALDO
                   END-READ
               END-PERFORM
               CLOSE GLSALDOFILE
           END-IF.

           MOVE 1 TO WS-AFS-IX.
           PERFORM SUMMER-SAMLEKONTO
               UNTIL WS-AFS-IX > WS-AFS-ANTAL.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open GLAfstemning.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "AFSTEMNING HOVEDBOG / KUNDEKONTI PR. " WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KONTO  VAL TYPE         HOVEDBOG"
               "        KUNDEKONTI        DIFFERENCE"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           MOVE 1 TO WS-SUM-IX.
           PERFORM RAPPORTER-SAMLEKONTO
               UNTIL WS-SUM-IX > WS-SUM-ANTAL.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "AFSTEMT: " WS-CTL-AFSTEMT
               "  DIFFERENCER: " WS-CTL-DIFFERENCER
               "  UDEN SAMLEKONTO: " WS-CTL-UDEN-SAMLEKONTO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.
           CLOSE RAPPORTOUT.

           IF WS-CTL-DIFFERENCER > ZEROES
               OR WS-CTL-UDEN-SAMLEKONTO > ZEROES
               MOVE "GA" TO WS-STAT-STATUS
           END-IF.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           INDLAES-KONTOPLAN.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KONTOPLANFILE.
           IF WS-KPL-STATUS NOT = "00"
               STRING "Open Kontoplan.txt failed, status "
                   WS-KPL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               MOVE SPACES TO KONTOPLANREC
               READ KONTOPLANFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF GLK-ER-SAMLEKONTO AND WS-KPL-ANTAL < 20
                           ADD 1 TO WS-KPL-ANTAL
                           MOVE GLK-KONTO TO WS-KPL-KONTO(WS-KPL-ANTAL)
                           MOVE GLK-KLASSE
                               TO WS-KPL-KLASSE(WS-KPL-ANTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KONTOPLANFILE.

           SAML-UNDERSALDO.
           MOVE "DKK" TO WS-VALUTA.
           IF VALUTAKODE IN KONTOOPLREC NOT = SPACES
               MOVE VALUTAKODE IN KONTOOPLREC TO WS-VALUTA
           END-IF.
           MOVE 1 TO WS-UND-IX.
           PERFORM UNTIL WS-UND-IX > WS-UND-ANTAL
               IF WS-UND-KONTOTYPE(WS-UND-IX) = KONTOTYPE IN KONTOOPLREC
                   AND WS-UND-VALUTA(WS-UND-IX) = WS-VALUTA
                   ADD BALANCE IN KONTOOPLREC
                       TO WS-UND-SALDO(WS-UND-IX)
                   MOVE 999 TO WS-UND-IX
               ELSE
                   ADD 1 TO WS-UND-IX
               END-IF
           END-PERFORM.
           IF WS-UND-IX NOT = 999 AND WS-UND-ANTAL < 200
               ADD 1 TO WS-UND-ANTAL
               MOVE KONTOTYPE IN KONTOOPLREC
                   TO WS-UND-KONTOTYPE(WS-UND-ANTAL)
               MOVE WS-VALUTA TO WS-UND-VALUTA(WS-UND-ANTAL)
               MOVE BALANCE IN KONTOOPLREC
                   TO WS-UND-SALDO(WS-UND-ANTAL)
           END-IF.

      *    One lookup per KONTOTYPE and currency, not per account.
           OVERFOER-TIL-SAMLEKONTO.
           MOVE WS-UND-KONTOTYPE(WS-UND-IX) TO WS-SAML-KONTOTYPE.
           CALL "SAMLEKONTOOPSLAG" USING WS-SAML-KONTOTYPE
               WS-SAML-GLKONTO WS-SAML-KLASSE WS-SAML-RESULT.
           IF WS-SAML-RESULT NOT = "M"
               IF WS-UND-SALDO(WS-UND-IX) NOT = ZEROES
                   ADD 1 TO WS-CTL-UDEN-SAMLEKONTO
                   DISPLAY "ADVARSEL: KONTOTYPE " WS-SAML-KONTOTYPE
                       " " WS-UND-VALUTA(WS-UND-IX)
                       " har ingen samlekonto"
               END-IF
           ELSE
               MOVE WS-SAML-GLKONTO TO WS-SOEG-GLKONTO
               MOVE WS-SAML-KONTOTYPE TO WS-SOEG-KONTOTYPE
               MOVE WS-UND-VALUTA(WS-UND-IX) TO WS-SOEG-VALUTA
               PERFORM FIND-AFSTEMNINGSPOST
               ADD WS-UND-SALDO(WS-UND-IX) TO WS-AFS-UNDER(WS-AFS-IX)
           END-IF.
           ADD 1 TO WS-UND-IX.

      *    Only control accounts take part; the clearing, income and
      *    expense accounts have no sub-ledger to prove against.
           SAML-GLSALDO.
           MOVE "N" TO WS-KPL-FUNDET.
           MOVE 1 TO WS-KPL-IX.
           PERFORM UNTIL WS-KPL-FUNDET = "Y"
               OR WS-KPL-IX > WS-KPL-ANTAL
               IF WS-KPL-KONTO(WS-KPL-IX) = GLS-KONTO
                   MOVE "Y" TO WS-KPL-FUNDET
               ELSE
                   ADD 1 TO WS-KPL-IX
               END-IF
           END-PERFORM.
           IF WS-KPL-FUNDET = "Y"
               IF WS-KPL-KLASSE(WS-KPL-IX) = "A"
                   OR WS-KPL-KLASSE(WS-KPL-IX) = "U"
                   COMPUTE WS-GL-SALDO = GLS-DEBET - GLS-KREDIT
               ELSE
                   COMPUTE WS-GL-SALDO = GLS-KREDIT - GLS-DEBET
               END-IF
               MOVE GLS-KONTO TO WS-SOEG-GLKONTO
               MOVE GLS-KONTOTYPE TO WS-SOEG-KONTOTYPE
               MOVE GLS-VALUTA TO WS-SOEG-VALUTA
               PERFORM FIND-AFSTEMNINGSPOST
               ADD WS-GL-SALDO TO WS-AFS-GL(WS-AFS-IX)
           END-IF.

           FIND-AFSTEMNINGSPOST.
           MOVE "N" TO WS-AFS-FUNDET.
           MOVE 1 TO WS-AFS-IX.
           PERFORM UNTIL WS-AFS-FUNDET = "Y"
               OR WS-AFS-IX > WS-AFS-ANTAL
               IF WS-AFS-GLKONTO(WS-AFS-IX) = WS-SOEG-GLKONTO
                   AND WS-AFS-KONTOTYPE(WS-AFS-IX) = WS-SOEG-KONTOTYPE
                   AND WS-AFS-VALUTA(WS-AFS-IX) = WS-SOEG-VALUTA
                   MOVE "Y" TO WS-AFS-FUNDET
               ELSE
                   ADD 1 TO WS-AFS-IX
               END-IF
           END-PERFORM.
           IF WS-AFS-FUNDET = "N"
               IF WS-AFS-ANTAL < 300
                   ADD 1 TO WS-AFS-ANTAL
               END-IF
               MOVE WS-AFS-ANTAL TO WS-AFS-IX
               MOVE WS-SOEG-GLKONTO TO WS-AFS-GLKONTO(WS-AFS-IX)
               MOVE WS-SOEG-KONTOTYPE TO WS-AFS-KONTOTYPE(WS-AFS-IX)
               MOVE WS-SOEG-VALUTA TO WS-AFS-VALUTA(WS-AFS-IX)
               MOVE ZEROES TO WS-AFS-UNDER(WS-AFS-IX)
               MOVE ZEROES TO WS-AFS-GL(WS-AFS-IX)
           END-IF.

           SUMMER-SAMLEKONTO.
           MOVE "N" TO WS-SUM-FUNDET.
           MOVE 1 TO WS-SUM-IX.
           PERFORM UNTIL WS-SUM-FUNDET = "Y"
               OR WS-SUM-IX > WS-SUM-ANTAL
               IF WS-SUM-GLKONTO(WS-SUM-IX) = WS-AFS-GLKONTO(WS-AFS-IX)
                   AND WS-SUM-VALUTA(WS-SUM-IX) =
                       WS-AFS-VALUTA(WS-AFS-IX)
                   MOVE "Y" TO WS-SUM-FUNDET
               ELSE
                   ADD 1 TO WS-SUM-IX
               END-IF
           END-PERFORM.
           IF WS-SUM-FUNDET = "N"
               IF WS-SUM-ANTAL < 100
                   ADD 1 TO WS-SUM-ANTAL
               END-IF
               MOVE WS-SUM-ANTAL TO WS-SUM-IX
               MOVE WS-AFS-GLKONTO(WS-AFS-IX)
                   TO WS-SUM-GLKONTO(WS-SUM-IX)
               MOVE WS-AFS-VALUTA(WS-AFS-IX) TO WS-SUM-VALUTA(WS-SUM-IX)
               MOVE ZEROES TO WS-SUM-UNDER(WS-SUM-IX)
               MOVE ZEROES TO WS-SUM-GL(WS-SUM-IX)
           END-IF.
           ADD WS-AFS-UNDER(WS-AFS-IX) TO WS-SUM-UNDER(WS-SUM-IX).
           ADD WS-AFS-GL(WS-AFS-IX) TO WS-SUM-GL(WS-SUM-IX).
           ADD 1 TO WS-AFS-IX.

           RAPPORTER-SAMLEKONTO.
           COMPUTE WS-DIFFERENCE =
               WS-SUM-GL(WS-SUM-IX) - WS-SUM-UNDER(WS-SUM-IX).
           MOVE WS-SUM-GL(WS-SUM-IX) TO WS-GL-ED.
           MOVE WS-SUM-UNDER(WS-SUM-IX) TO WS-UNDER-ED.
           MOVE WS-DIFFERENCE TO WS-DIFF-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           IF WS-DIFFERENCE = ZEROES
               ADD 1 TO WS-CTL-AFSTEMT
               STRING WS-SUM-GLKONTO(WS-SUM-IX) " "
                   WS-SUM-VALUTA(WS-SUM-IX) " I ALT "
                   WS-GL-ED " " WS-UNDER-ED "  AFSTEMT"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               PERFORM SKRIV-RAPPORTLINJE
           ELSE
               ADD 1 TO WS-CTL-DIFFERENCER
               STRING WS-SUM-GLKONTO(WS-SUM-IX) " "
                   WS-SUM-VALUTA(WS-SUM-IX) " I ALT "
                   WS-GL-ED " " WS-UNDER-ED " " WS-DIFF-ED
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               PERFORM SKRIV-RAPPORTLINJE
               DISPLAY "ADVARSEL: SAMLEKONTO "
                   WS-SUM-GLKONTO(WS-SUM-IX) " "
                   WS-SUM-VALUTA(WS-SUM-IX) " difference " WS-DIFF-ED
               MOVE 1 TO WS-AFS-IX
               PERFORM RAPPORTER-DIFFERENCE
                   UNTIL WS-AFS-IX > WS-AFS-ANTAL
           END-IF.
           ADD 1 TO WS-SUM-IX.

      *    The KONTOTYPEs under a control account that do not agree;
      *    a blank type is booked to the account by hand.
           RAPPORTER-DIFFERENCE.
           IF WS-AFS-GLKONTO(WS-AFS-IX) = WS-SUM-GLKONTO(WS-SUM-IX)
               AND WS-AFS-VALUTA(WS-AFS-IX) = WS-SUM-VALUTA(WS-SUM-IX)
               COMPUTE WS-DIFFERENCE =
                   WS-AFS-GL(WS-AFS-IX) - WS-AFS-UNDER(WS-AFS-IX)
               IF WS-DIFFERENCE NOT = ZEROES
                   MOVE WS-AFS-GL(WS-AFS-IX) TO WS-GL-ED
                   MOVE WS-AFS-UNDER(WS-AFS-IX) TO WS-UNDER-ED
                   MOVE WS-DIFFERENCE TO WS-DIFF-ED
                   MOVE SPACES TO WS-RAPPORT-LINE
                   IF WS-AFS-KONTOTYPE(WS-AFS-IX) = SPACES
                       STRING "           MAN. "
                           WS-GL-ED " " WS-UNDER-ED " " WS-DIFF-ED
                           DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   ELSE
                       STRING "           "
                           WS-AFS-KONTOTYPE(WS-AFS-IX) " "
                           WS-GL-ED " " WS-UNDER-ED " " WS-DIFF-ED
                           DELIMITED BY SIZE INTO WS-RAPPORT-LINE
                   END-IF
                   PERFORM SKRIV-RAPPORTLINJE
               END-IF
           END-IF.
           ADD 1 TO WS-AFS-IX.

           SKRIV-RAPPORTLINJE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE91 - KOERSELSOVERSIGT".
           DISPLAY "KONTI LAEST:             " WS-CTL-KONTI-LAEST.
           DISPLAY "GLSALDI LAEST:           " WS-CTL-GLSALDI-LAEST.
           DISPLAY "SAMLEKONTI AFSTEMT:      " WS-CTL-AFSTEMT.
           DISPLAY "SAMLEKONTI MED DIFF.:    " WS-CTL-DIFFERENCER.
           DISPLAY "KONTOTYPER UDEN SAMLEK.: "
               WS-CTL-UDEN-SAMLEKONTO.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE91: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           MOVE WS-DAGS-DATO TO WS-STAT-DATO.
           MOVE WS-CTL-KONTI-LAEST TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-AFSTEMT + WS-CTL-DIFFERENCER.
           COMPUTE WS-STAT-AFVIST =
               WS-CTL-DIFFERENCER + WS-CTL-UDEN-SAMLEKONTO.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
