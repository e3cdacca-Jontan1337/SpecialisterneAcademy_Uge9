      *    zero - a difference ends the run with RC 8 and stops the
      *    chain, because a GL that does not balance must not be
      *    built on.
      *
      *    Every journal line also moves the cumulative GL balance
      *    in GLSaldi.txt, per GL account and currency (the posting
      *    account's VALUTAKODE) and split by the posting account's
      *    KONTOTYPE, which is what the Opgave91 sub-ledger
      *    reconciliation compares against. The first run without
      *    GLSaldi.txt takes the balances on: every account's
      *    BALANCE on KontoOpl.txt goes to its control account
      *    (SAMLEKONTOOPSLAG), against 990000 PRIMO OVERTAGELSE,
      *    and that day's journal - already inside the taken-on
      *    balances - is written but not added again. A rerun on
      *    the same date backs the first run's figures out before
      *    booking them again.
      *
      *    Manual vouchers keyed and approved in Opgave92 are booked
      *    after the customer lines: every line of an approved
      *    voucher on GLBilag.txt goes to the journal as it was
      *    keyed, with "B" and the voucher number as reference, and
      *    the voucher is marked booked. A rerun on the same date
      *    books that date's vouchers again.
      *
      *    Nothing is journalled into a closed accounting period:
      *    when the run date's month has been closed the day's
      *    journal is dated the 1st of the next open period, and a
      *    voucher whose accounting date was closed after approval
      *    is rolled forward the same way - PERIODELAAS reports
      *    each on PeriodeAfvisninger.txt.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           SELECT RAABALANCEOUT ASSIGN TO "RaaBalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBA-STATUS.
           SELECT GLSALDOFILE ASSIGN TO "GLSaldi.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-NOEGLE OF GLSALDOREC
               FILE STATUS IS WS-GLS-STATUS.
      *    The date the balances were taken on - that day's journal
      *    is inside them already, reruns included.
           SELECT PRIMODATOFILE ASSIGN TO "GLPrimoDato.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPD-STATUS.
           SELECT GLBILAGFILE ASSIGN TO "GLBilag.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-NR OF GLBILAGREC
               FILE STATUS IS WS-GLB-STATUS.

           DATA DIVISION.
           FILE SECTION.

           FD KONTOPLANFILE.
           01 KONTOPLANREC.
               COPY "KONTOPLAN.cpy".

           FD REGELFILE.
           01 REGELREC.
               COPY "POSTERINGSREGEL.cpy".

           FD GLJOURNALOUT.
           01 GLJOURNALLINE                PIC X(100).
           FD RAABALANCEOUT.
           01 RAABALANCELINE               PIC X(100).

           FD GLSALDOFILE.
           01 GLSALDOREC.
               COPY "GLSALDO.cpy".

           FD PRIMODATOFILE.
           01 PRIMODATOREC                 PIC 9(8).

           FD GLBILAGFILE.
           01 GLBILAGREC.
               COPY "GLBILAG.cpy".

           WORKING-STORAGE SECTION.
           01 WS-THI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-RGL-STATUS                PIC X(2).
           01 WS-GLJ-STATUS                PIC X(2).
           01 WS-RBA-STATUS                PIC X(2).
           01 WS-GLS-STATUS                PIC X(2).
           01 WS-GPD-STATUS                PIC X(2).
           01 WS-GLB-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
              88 WS-KONTO-FUNDET           VALUE "Y".

           01 WS-LINJE-KONTOTYPE           PIC X(4) VALUE SPACES.
           01 WS-LINJE-VALUTA              PIC X(3) VALUE SPACES.
           01 WS-JOURNAL-REF               PIC X(9) VALUE SPACES.
           01 WS-JOURNAL-DATO              PIC 9(8) VALUE ZEROES.
           01 WS-POST-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-PER-REFERENCE             PIC X(20) VALUE SPACES.
           01 WS-PER-HANDLING              PIC X(1) VALUE "R".
           01 WS-PER-NY-DATO               PIC 9(8) VALUE ZEROES.
           01 WS-PER-RESULT                PIC X(1) VALUE SPACES.
           01 WS-CTL-PERIODE-RULLET        PIC 9(5) VALUE ZEROES.
      *    The posting account's branch, for the per-afdeling
      *    control totals each branch manager signs off.
           01 WS-LINJE-AFDELING            PIC X(3) VALUE SPACES.
           01 WS-CTL-DAGENS-LINJER         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-JOURNALPOSTER         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-REGEL            PIC 9(5) VALUE ZEROES.
           01 WS-CTL-GLSALDI-BOGFOERT      PIC 9(7) VALUE ZEROES.
           01 WS-CTL-GLSALDI-TILBAGE       PIC 9(5) VALUE ZEROES.
           01 WS-CTL-PRIMO-KONTI           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-PRIMO-UDEN-SAML       PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BILAG-BOGFOERT        PIC 9(5) VALUE ZEROES.
           01 WS-BILAG-IX                  PIC 9(2) VALUE ZEROES.
           01 WS-BILAG-NR-X                PIC 9(6) VALUE ZEROES.

      *    CUMULATIVE GL BALANCES
           01 WS-PRIMO-DAG-SWITCH          PIC X(1) VALUE "N".
              88 WS-PRIMO-DAG              VALUE "Y".
      *    Voucher lines are not in the taken-on balances, so they
      *    move GLSaldi.txt on the take-on day too.
           01 WS-BILAG-SWITCH              PIC X(1) VALUE "N".
              88 WS-BOGFOERER-BILAG        VALUE "Y".
      *    The take-on itself is not a movement of the day; a rerun
      *    must not back it out.
           01 WS-OVERTAGELSE-SWITCH        PIC X(1) VALUE "N".
              88 WS-OVERTAGER-PRIMO        VALUE "Y".
           01 WS-GLS-NY-SWITCH             PIC X(1) VALUE "N".
              88 WS-GLS-NY                 VALUE "Y".
           01 WS-GLS-SIDE                  PIC X(1) VALUE SPACES.
           01 WS-GLS-BELOB                 PIC 9(13)V99 VALUE ZEROES.
           01 WS-GLS-SOEG-KONTO            PIC X(6) VALUE SPACES.
           01 WS-GLS-SOEG-VALUTA           PIC X(3) VALUE SPACES.
           01 WS-GLS-SOEG-KONTOTYPE        PIC X(4) VALUE SPACES.
      *    The take-on totals per KONTOTYPE and currency, each
      *    mapped once to its control account.
           01 WS-PRM-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-PRM-TABEL.
               02 WS-PRM-POST OCCURS 200 TIMES.
                   03 WS-PRM-KONTOTYPE     PIC X(4).
                   03 WS-PRM-VALUTA        PIC X(3).
                   03 WS-PRM-SALDO         PIC 9(13)V99.
           01 WS-PRM-IX                    PIC 9(3) VALUE ZEROES.
           01 WS-PRM-FUNDET                PIC X(1) VALUE "N".
           01 WS-SAML-KONTOTYPE            PIC X(4) VALUE SPACES.
           01 WS-SAML-GLKONTO              PIC X(6) VALUE SPACES.
           01 WS-SAML-KLASSE               PIC X(1) VALUE SPACES.
           01 WS-SAML-RESULT               PIC X(1) VALUE SPACES.
      *    CUMULATIVE GL BALANCES END

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
           PERFORM INDLAES-KONTOPLAN.
           PERFORM INDLAES-REGLER.

           MOVE "GLJOURNAL" TO WS-PER-REFERENCE.
           CALL "PERIODELAAS" USING WS-STAT-PROGRAM WS-DAGS-DATO
               WS-PER-REFERENCE WS-PER-HANDLING WS-PER-NY-DATO
               WS-PER-RESULT.
           MOVE WS-PER-NY-DATO TO WS-JOURNAL-DATO.
           IF WS-PER-RESULT = "L"
               ADD 1 TO WS-CTL-PERIODE-RULLET
               DISPLAY "OPGAVE68: Perioden er lukket, journalen "
                   "dateres " WS-JOURNAL-DATO
           END-IF.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM AABN-GLSALDI.

           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT TRANSHISTORIKFILE.
               END-PERFORM
               CLOSE TRANSHISTORIKFILE
           END-IF.
           PERFORM BOGFOER-GLBILAG.

           CLOSE KONTOOPLFILE.
           CLOSE GLJOURNALOUT.
           CLOSE GLSALDOFILE.
           PERFORM SKRIV-RAABALANCE.
           PERFORM SKRIV-KOERSELSOVERSIGT.

                   "raabalancen bliver uden navne"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   MOVE SPACES TO KONTOPLANREC
                   READ KONTOPLANFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
               PERFORM BESTEM-RETNING
               PERFORM FIND-KONTOTYPE
               PERFORM FIND-REGEL
               MOVE TH-REFERENCE TO WS-JOURNAL-REF
               MOVE WS-JOURNAL-DATO TO WS-POST-DATO
               ADD 2 TO WS-CTL-JOURNALPOSTER
               PERFORM SKRIV-JOURNALPOST-DEBET
               PERFORM SKRIV-JOURNALPOST-KREDIT

           FIND-KONTOTYPE.
           MOVE SPACES TO WS-LINJE-KONTOTYPE.
           MOVE "DKK" TO WS-LINJE-VALUTA.
           MOVE "001" TO WS-LINJE-AFDELING.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE TH-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE KONTOTYPE IN KONTOOPLREC
                       TO WS-LINJE-KONTOTYPE
                   IF VALUTAKODE IN KONTOOPLREC NOT = SPACES
                       MOVE VALUTAKODE IN KONTOOPLREC
                           TO WS-LINJE-VALUTA
                   END-IF
                   IF AFDELING IN KONTOOPLREC NOT = SPACES
                       MOVE AFDELING IN KONTOOPLREC
                           TO WS-LINJE-AFDELING
           SKRIV-JOURNALPOST-DEBET.
           MOVE WS-LINJE-BELOB TO WS-BELOB-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-POST-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALGT-DEBET DELIMITED BY SIZE
               " D " DELIMITED BY SIZE
               WS-BELOB-ED DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               WS-JOURNAL-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINJE-VALUTA DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GLJOURNALLINE.
           WRITE GLJOURNALLINE.
           SKRIV-JOURNALPOST-KREDIT.
           MOVE WS-LINJE-BELOB TO WS-BELOB-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING WS-POST-DATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALGT-KREDIT DELIMITED BY SIZE
               " K " DELIMITED BY SIZE
               WS-BELOB-ED DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               WS-JOURNAL-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINJE-VALUTA DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO GLJOURNALLINE.
           WRITE GLJOURNALLINE.
           MOVE WS-VALGT-DEBET TO WS-SOEG-GLKONTO.
           PERFORM FIND-SALDO-SLOT.
           ADD WS-LINJE-BELOB TO WS-SALDO-DEBET(WS-SALDO-IX).
           IF NOT WS-PRIMO-DAG OR WS-BOGFOERER-BILAG
               MOVE WS-VALGT-DEBET TO WS-GLS-SOEG-KONTO
               MOVE WS-LINJE-VALUTA TO WS-GLS-SOEG-VALUTA
               MOVE WS-LINJE-KONTOTYPE TO WS-GLS-SOEG-KONTOTYPE
               MOVE "D" TO WS-GLS-SIDE
               MOVE WS-LINJE-BELOB TO WS-GLS-BELOB
               PERFORM BOGFOER-GLSALDO
           END-IF.

           AKKUMULER-KREDIT.
           MOVE WS-VALGT-KREDIT TO WS-SOEG-GLKONTO.
           PERFORM FIND-SALDO-SLOT.
           ADD WS-LINJE-BELOB TO WS-SALDO-KREDIT(WS-SALDO-IX).
           IF NOT WS-PRIMO-DAG OR WS-BOGFOERER-BILAG
               MOVE WS-VALGT-KREDIT TO WS-GLS-SOEG-KONTO
               MOVE WS-LINJE-VALUTA TO WS-GLS-SOEG-VALUTA
               MOVE WS-LINJE-KONTOTYPE TO WS-GLS-SOEG-KONTOTYPE
               MOVE "K" TO WS-GLS-SIDE
               MOVE WS-LINJE-BELOB TO WS-GLS-BELOB
               PERFORM BOGFOER-GLSALDO
           END-IF.

      *    No GLSaldi.txt yet means the balances are taken on now;
      *    otherwise a rerun of the date first backs out what the
      *    earlier run of the date added.
           AABN-GLSALDI.
           MOVE "N" TO WS-PRIMO-DAG-SWITCH.
           OPEN I-O GLSALDOFILE.
           IF WS-GLS-STATUS NOT = "00"
               OPEN OUTPUT GLSALDOFILE
               IF WS-GLS-STATUS NOT = "00"
                   STRING "Open GLSaldi.txt failed, status "
                       WS-GLS-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               CLOSE GLSALDOFILE
               OPEN I-O GLSALDOFILE
               PERFORM OVERTAG-PRIMO
               OPEN OUTPUT PRIMODATOFILE
               MOVE WS-DAGS-DATO TO PRIMODATOREC
               WRITE PRIMODATOREC
               CLOSE PRIMODATOFILE
               MOVE "Y" TO WS-PRIMO-DAG-SWITCH
           ELSE
               MOVE ZEROES TO PRIMODATOREC
               OPEN INPUT PRIMODATOFILE
               IF WS-GPD-STATUS = "00"
                   READ PRIMODATOFILE
                       AT END
                           CONTINUE
                   END-READ
                   CLOSE PRIMODATOFILE
               END-IF
               IF PRIMODATOREC = WS-DAGS-DATO
                   MOVE "Y" TO WS-PRIMO-DAG-SWITCH
               END-IF
               PERFORM TILBAGEFOER-DAGENS-GLSALDI
           END-IF.

           TILBAGEFOER-DAGENS-GLSALDI.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO GLS-NOEGLE.
           START GLSALDOFILE KEY IS >= GLS-NOEGLE OF GLSALDOREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ GLSALDOFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF GLS-SIDSTE-DATO = WS-DAGS-DATO
                           SUBTRACT GLS-SIDSTE-DEBET FROM GLS-DEBET
                           SUBTRACT GLS-SIDSTE-KREDIT
                               FROM GLS-KREDIT
                           MOVE ZEROES TO GLS-SIDSTE-DEBET
                           MOVE ZEROES TO GLS-SIDSTE-KREDIT
                           REWRITE GLSALDOREC
                           ADD 1 TO WS-CTL-GLSALDI-TILBAGE
                       END-IF
               END-READ
           END-PERFORM.

           BOGFOER-GLSALDO.
           MOVE "N" TO WS-GLS-NY-SWITCH.
           MOVE WS-GLS-SOEG-KONTO TO GLS-KONTO.
           MOVE WS-GLS-SOEG-VALUTA TO GLS-VALUTA.
           MOVE WS-GLS-SOEG-KONTOTYPE TO GLS-KONTOTYPE.
           READ GLSALDOFILE
               INVALID KEY
                   MOVE "Y" TO WS-GLS-NY-SWITCH
           END-READ.
           IF WS-GLS-NY
               MOVE ZEROES TO GLS-DEBET
               MOVE ZEROES TO GLS-KREDIT
               MOVE ZEROES TO GLS-SIDSTE-DATO
           END-IF.
           IF GLS-SIDSTE-DATO NOT = WS-DAGS-DATO
               MOVE WS-DAGS-DATO TO GLS-SIDSTE-DATO
               MOVE ZEROES TO GLS-SIDSTE-DEBET
               MOVE ZEROES TO GLS-SIDSTE-KREDIT
           END-IF.
           IF WS-GLS-SIDE = "D"
               ADD WS-GLS-BELOB TO GLS-DEBET
               IF NOT WS-OVERTAGER-PRIMO
                   ADD WS-GLS-BELOB TO GLS-SIDSTE-DEBET
               END-IF
           ELSE
               ADD WS-GLS-BELOB TO GLS-KREDIT
               IF NOT WS-OVERTAGER-PRIMO
                   ADD WS-GLS-BELOB TO GLS-SIDSTE-KREDIT
               END-IF
           END-IF.
           IF WS-GLS-NY
               WRITE GLSALDOREC
           ELSE
               REWRITE GLSALDOREC
           END-IF.
           ADD 1 TO WS-CTL-GLSALDI-BOGFOERT.

      *    Approved vouchers, and on a rerun the ones this date
      *    already booked. No GLBilag.txt means none were keyed.
           BOGFOER-GLBILAG.
           MOVE "Y" TO WS-BILAG-SWITCH.
           OPEN I-O GLBILAGFILE.
           IF WS-GLB-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ GLBILAGFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF GLB-ER-GODKENDT
                               OR (GLB-ER-BOGFOERT
                               AND GLB-BOGFOERT-DATO = WS-DAGS-DATO)
                               PERFORM BOGFOER-ET-BILAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLBILAGFILE
           END-IF.
           MOVE "N" TO WS-BILAG-SWITCH.

           BOGFOER-ET-BILAG.
           MOVE GLB-NR TO WS-BILAG-NR-X.
           MOVE SPACES TO WS-JOURNAL-REF.
           STRING "B" WS-BILAG-NR-X DELIMITED BY SIZE
               INTO WS-JOURNAL-REF.
           MOVE GLB-VALUTA TO WS-LINJE-VALUTA.
           MOVE GLB-BOGF-DATO TO WS-POST-DATO.
           IF WS-POST-DATO = ZEROES
               MOVE WS-JOURNAL-DATO TO WS-POST-DATO
           END-IF.
           MOVE WS-JOURNAL-REF TO WS-PER-REFERENCE.
           CALL "PERIODELAAS" USING WS-STAT-PROGRAM WS-POST-DATO
               WS-PER-REFERENCE WS-PER-HANDLING WS-PER-NY-DATO
               WS-PER-RESULT.
           IF WS-PER-RESULT = "L"
               ADD 1 TO WS-CTL-PERIODE-RULLET
               DISPLAY "ADVARSEL: Bilag " GLB-NR " dato "
                   WS-POST-DATO " i lukket periode, rullet til "
                   WS-PER-NY-DATO
               MOVE WS-PER-NY-DATO TO WS-POST-DATO
           END-IF.
           MOVE 1 TO WS-BILAG-IX.
           PERFORM UNTIL WS-BILAG-IX > GLB-ANTAL-LINJER
               MOVE GLB-BELOB(WS-BILAG-IX) TO WS-LINJE-BELOB
               MOVE GLB-KONTOTYPE(WS-BILAG-IX) TO WS-LINJE-KONTOTYPE
               ADD 1 TO WS-CTL-JOURNALPOSTER
               IF GLB-SIDE(WS-BILAG-IX) = "D"
                   MOVE GLB-KONTO(WS-BILAG-IX) TO WS-VALGT-DEBET
                   PERFORM SKRIV-JOURNALPOST-DEBET
               ELSE
                   MOVE GLB-KONTO(WS-BILAG-IX) TO WS-VALGT-KREDIT
                   PERFORM SKRIV-JOURNALPOST-KREDIT
               END-IF
               ADD 1 TO WS-BILAG-IX
           END-PERFORM.
           MOVE "B" TO GLB-STATUS.
           MOVE WS-DAGS-DATO TO GLB-BOGFOERT-DATO.
           REWRITE GLBILAGREC.
           ADD 1 TO WS-CTL-BILAG-BOGFOERT.

      *    Take-on: every account's balance, totalled per KONTOTYPE
      *    and currency, to its control account on the normal side
      *    - a deposit balance is a credit on a P account, a loan
      *    balance a debit on an A account - against 990000.
           OVERTAG-PRIMO.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO KONTONUMMER IN KONTOOPLREC.
           START KONTOOPLFILE
               KEY IS >= KONTONUMMER OF KONTOOPLREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-PRIMO-KONTI
                       PERFORM SAML-PRIMO-SALDO
               END-READ
           END-PERFORM.

           MOVE "Y" TO WS-OVERTAGELSE-SWITCH.
           MOVE 1 TO WS-PRM-IX.
           PERFORM BOGFOER-PRIMO-POST
               UNTIL WS-PRM-IX > WS-PRM-ANTAL.
           MOVE "N" TO WS-OVERTAGELSE-SWITCH.
           DISPLAY "OPGAVE68: GLSaldi.txt oprettet, primo overtaget "
               "fra " WS-CTL-PRIMO-KONTI " konti".

           SAML-PRIMO-SALDO.
           MOVE KONTOTYPE IN KONTOOPLREC TO WS-SAML-KONTOTYPE.
           MOVE "DKK" TO WS-LINJE-VALUTA.
           IF VALUTAKODE IN KONTOOPLREC NOT = SPACES
               MOVE VALUTAKODE IN KONTOOPLREC TO WS-LINJE-VALUTA
           END-IF.
           MOVE "N" TO WS-PRM-FUNDET.
           MOVE 1 TO WS-PRM-IX.
           PERFORM UNTIL WS-PRM-FUNDET = "Y"
               OR WS-PRM-IX > WS-PRM-ANTAL
               IF WS-PRM-KONTOTYPE(WS-PRM-IX) = WS-SAML-KONTOTYPE
                   AND WS-PRM-VALUTA(WS-PRM-IX) = WS-LINJE-VALUTA
                   MOVE "Y" TO WS-PRM-FUNDET
               ELSE
                   ADD 1 TO WS-PRM-IX
               END-IF
           END-PERFORM.
           IF WS-PRM-FUNDET = "N"
               IF WS-PRM-ANTAL < 200
                   ADD 1 TO WS-PRM-ANTAL
               END-IF
               MOVE WS-PRM-ANTAL TO WS-PRM-IX
               MOVE WS-SAML-KONTOTYPE TO WS-PRM-KONTOTYPE(WS-PRM-IX)
               MOVE WS-LINJE-VALUTA TO WS-PRM-VALUTA(WS-PRM-IX)
               MOVE ZEROES TO WS-PRM-SALDO(WS-PRM-IX)
           END-IF.
           ADD BALANCE IN KONTOOPLREC TO WS-PRM-SALDO(WS-PRM-IX).

           BOGFOER-PRIMO-POST.
           MOVE WS-PRM-KONTOTYPE(WS-PRM-IX) TO WS-SAML-KONTOTYPE.
           CALL "SAMLEKONTOOPSLAG" USING WS-SAML-KONTOTYPE
               WS-SAML-GLKONTO WS-SAML-KLASSE WS-SAML-RESULT.
           IF WS-SAML-RESULT NOT = "M"
               ADD 1 TO WS-CTL-PRIMO-UDEN-SAML
               DISPLAY "ADVARSEL: KONTOTYPE " WS-SAML-KONTOTYPE
                   " har ingen samlekonto, primo ikke overtaget"
           ELSE
               IF WS-PRM-SALDO(WS-PRM-IX) > ZEROES
                   MOVE WS-SAML-GLKONTO TO WS-GLS-SOEG-KONTO
                   MOVE WS-PRM-VALUTA(WS-PRM-IX)
                       TO WS-GLS-SOEG-VALUTA
                   MOVE WS-SAML-KONTOTYPE TO WS-GLS-SOEG-KONTOTYPE
                   MOVE WS-PRM-SALDO(WS-PRM-IX) TO WS-GLS-BELOB
                   IF WS-SAML-KLASSE = "A" OR WS-SAML-KLASSE = "U"
                       MOVE "D" TO WS-GLS-SIDE
                   ELSE
                       MOVE "K" TO WS-GLS-SIDE
                   END-IF
                   PERFORM BOGFOER-GLSALDO
                   MOVE "990000" TO WS-GLS-SOEG-KONTO
                   MOVE SPACES TO WS-GLS-SOEG-KONTOTYPE
                   IF WS-GLS-SIDE = "D"
                       MOVE "K" TO WS-GLS-SIDE
                   ELSE
                       MOVE "D" TO WS-GLS-SIDE
                   END-IF
                   PERFORM BOGFOER-GLSALDO
               END-IF
           END-IF.
           ADD 1 TO WS-PRM-IX.

      *    Linear slot search on the GL account number; a chart of
      *    a hundred accounts is generous for this house.
               WS-CTL-JOURNALPOSTER.
           DISPLAY "UDEN REGEL (AFKLARING):  "
               WS-CTL-UDEN-REGEL.
           DISPLAY "MANUELLE BILAG BOGFOERT: "
               WS-CTL-BILAG-BOGFOERT.
           DISPLAY "RULLET (LUKKET PERIODE): "
               WS-CTL-PERIODE-RULLET.
           DISPLAY "GLSALDI BOGFOERT:        "
               WS-CTL-GLSALDI-BOGFOERT.
           IF WS-CTL-GLSALDI-TILBAGE > ZEROES
               DISPLAY "GLSALDI TILBAGEFOERT:    "
                   WS-CTL-GLSALDI-TILBAGE
           END-IF.
           IF WS-PRIMO-DAG
               DISPLAY "PRIMODAG - DAGENS JOURNAL LIGGER I PRIMO"
           END-IF.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
