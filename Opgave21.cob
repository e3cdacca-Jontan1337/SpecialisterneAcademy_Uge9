      *    intake down on the empty file. Without this step a
      *    second night would re-post day one's whole file - the
      *    exact double posting the controls exist to prevent.
      *
      *    The lines outside a batch carry no trailer, so they are
      *    held to the handoff control the programs that appended
      *    them registered on Kontroltotaler.txt (KONTROLTOTAL):
      *    the intake's count, amount total and key hash must match
      *    before anything is posted, or the run stops with RC 20
      *    and status "KT". The truncated intake is registered
      *    empty; every line sent to VentendeTransaktioner.txt or
      *    the delta is added to that file's control as written.
      *
      *    A posting dated into an accounting period finance has
      *    closed (Opgave93) is never applied there: PERIODELAAS
      *    rolls its date forward to the 1st of the next open
      *    period and reports it on PeriodeAfvisninger.txt. A date
      *    rolled past today waits on VentendeTransaktioner.txt
      *    like any other future-dated posting.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ASSIGN TO "TransaktionsHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THI-STATUS.
      *    The indexed companion to the history (TRANSHISTIDX keeps
      *    it in step) - the storno lookup reads the quoted
      *    reference directly on its alternate key.
           SELECT TRANSHISTIDXFILE ASSIGN TO "TransHistorikIdx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THX-NOEGLE OF TRANSHISTIDXREC
               ALTERNATE RECORD KEY IS THX-REFERENCE
                   OF TRANSHISTIDXREC WITH DUPLICATES
               FILE STATUS IS WS-THX-STATUS.
      *    The day's applied postings, once more: a small delta the
      *    downstream steps (Opgave27/28/35/47) read instead of
      *    re-scanning the whole ever-growing history every night.
           FD TRANSHISTORIKFILE.
           01 TRANSHISTORIKLINE            PIC X(171).

           FD TRANSHISTIDXFILE.
           01 TRANSHISTIDXREC.
               COPY "TRANSHISTIDX.cpy".

           FD DELTAOUT.
           01 DELTALINE                    PIC X(171).

               02 CKP-KRYDSVALUTA          PIC 9(5).
               02 CKP-RENTEJUSTERET        PIC 9(5).
               02 CKP-BATCH-NR             PIC 9(5).
               02 CKP-PERIODE-RULLET       PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-THI-STATUS                PIC X(2).
           01 WS-THX-STATUS                PIC X(2).
           01 WS-BAF-STATUS                PIC X(2).
           01 WS-CKP-STATUS                PIC X(2).
           01 WS-HOL-STATUS                PIC X(2).
           01 WS-HOLD-SUM                  PIC 9(9)V99 VALUE ZEROES.
           01 WS-HOLD-SUM-RESULT           PIC X(1) VALUE SPACES.
           01 WS-DISPONIBEL                PIC S9(9)V99 VALUE ZEROES.
      *    Amounts blocked by seizure and garnishment orders
      *    (UDLAEGSSUM over Udlaeg.txt) come off the same figure.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.
      *    AVAILABLE BALANCE END

      *    REFERRAL QUEUE
           01 WS-BATCH-NR                  PIC 9(5) VALUE ZEROES.
      *    POSTING BATCH END

      *    PERIOD LOCKOUT: the value date checked against the
      *    closed accounting periods.
           01 WS-PER-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-PER-REFERENCE             PIC X(20) VALUE SPACES.
           01 WS-PER-HANDLING              PIC X(1) VALUE "R".
           01 WS-PER-NY-DATO               PIC 9(8) VALUE ZEROES.
           01 WS-PER-RESULT                PIC X(1) VALUE SPACES.
           01 WS-CTL-PERIODE-RULLET        PIC 9(5) VALUE ZEROES.
      *    PERIOD LOCKOUT END

      *    BACK-VALUE INTEREST ADJUSTMENT: a value date before the
      *    business date means the Opgave29 accrual priced those
      *    days off the wrong balance; the difference goes onto the
           01 WS-LOG-REFERENCE             PIC 9(9) VALUE ZEROES.
           01 WS-LOG-STORNO-REF            PIC 9(9) VALUE ZEROES.
           01 WS-REF-RESULT                PIC X(1) VALUE SPACES.
           01 WS-THX-FUNKTION              PIC X(1) VALUE SPACES.
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.

      *    The original posting(s) a type "S" reversal backs out,
      *    found by reading the quoted reference on the history
      *    index's alternate key.
      *    A transfer logs two lines under one reference, so there
      *    is room for both legs here.
           01 WS-STO-FUNDET-ANTAL          PIC 9(1) VALUE ZEROES.
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
           PERFORM BEHANDLE-TRANSAKTIONER.
           STOP RUN.

           BEHANDLE-TRANSAKTIONER.
           PERFORM KONTROLLER-INTAKE.
           PERFORM KONTROLLER-BATCH.
           IF NOT WS-BATCH-OK
               DISPLAY "OPGAVE21: Batchkontrol fejlede, se "
           CLOSE BEHANDLETOUT.
           OPEN OUTPUT TRANSAKTIONFILE.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TOM-INTAKE.

           LOAD-CHECKPOINT.
           MOVE ZEROES TO WS-CKP-SEKVENS.
                       MOVE CKP-RENTEJUSTERET
                           TO WS-CTL-RENTEJUSTERET
                       MOVE CKP-BATCH-NR TO WS-BATCH-NR
                       IF CKP-PERIODE-RULLET IS NUMERIC
                           MOVE CKP-PERIODE-RULLET
                               TO WS-CTL-PERIODE-RULLET
                       END-IF
               END-READ
               CLOSE CHECKPOINTFILE
           END-IF.
           MOVE WS-CTL-KRYDSVALUTA TO CKP-KRYDSVALUTA.
           MOVE WS-CTL-RENTEJUSTERET TO CKP-RENTEJUSTERET.
           MOVE WS-BATCH-NR TO CKP-BATCH-NR.
           MOVE WS-CTL-PERIODE-RULLET TO CKP-PERIODE-RULLET.
           OPEN OUTPUT CHECKPOINTFILE.
           WRITE CHECKPOINTREC.
           CLOSE CHECKPOINTFILE.
                       TO TP-TRANS-DATO IN TRANSAKTIONREC
               END-IF
           END-IF.
           PERFORM KONTROLLER-PERIODE.

      *    A posting dated past today - keyed ahead of time, or
      *    value-date-rolled across today - is warehoused for the
               PERFORM ANVEND-DAGENS-TRANSAKTION
           END-IF.

      *    No date means today. A closed period moves the date to
      *    the 1st of the next open one, itself value-dated to a
      *    banking day.
           KONTROLLER-PERIODE.
           MOVE TP-TRANS-DATO IN TRANSAKTIONREC TO WS-PER-DATO.
           IF WS-PER-DATO = ZEROES
               MOVE WS-DAGS-DATO TO WS-PER-DATO
           END-IF.
           MOVE TP-KONTONUMMER IN TRANSAKTIONREC TO WS-PER-REFERENCE.
           CALL "PERIODELAAS" USING WS-STAT-PROGRAM WS-PER-DATO
               WS-PER-REFERENCE WS-PER-HANDLING WS-PER-NY-DATO
               WS-PER-RESULT.
           IF WS-PER-RESULT = "L"
               ADD 1 TO WS-CTL-PERIODE-RULLET
               DISPLAY "ADVARSEL: KONTONUMMER "
                   TP-KONTONUMMER IN TRANSAKTIONREC " dato "
                   WS-PER-DATO " i lukket periode, rullet til "
                   WS-PER-NY-DATO
               MOVE WS-PER-NY-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC
               CALL "BANKDAGOPSLAG" USING
                   TP-TRANS-DATO IN TRANSAKTIONREC
                   WS-ER-BANKDAG
                   WS-NAESTE-BANKDAG
               IF WS-ER-BANKDAG = "N"
                   MOVE WS-NAESTE-BANKDAG
                       TO TP-TRANS-DATO IN TRANSAKTIONREC
               END-IF
           END-IF.

           OMDIRIGER-TIL-VENTENDE.
           ADD 1 TO WS-CTL-VENTENDE.
           OPEN EXTEND VENTENDETRANSOUT.
           MOVE TRANSAKTIONREC TO VENTENDETRANSREC.
           WRITE VENTENDETRANSREC.
           CLOSE VENTENDETRANSOUT.
           PERFORM TAEL-VENTENDE.
           PERFORM REGISTRER-VENTENDE.

           ANVEND-DAGENS-TRANSAKTION.
           EVALUATE TRUE
           MOVE TP-STORNO-REF IN TRANSAKTIONREC
               TO HENV-STORNO-REF.
           MOVE WS-HENV-AARSAG TO HENV-AARSAG.
           MOVE ZEROES TO HENV-AFGJORT-DATO.
           WRITE HENVISNINGREC.
           CLOSE HENVISNINGFILE.
           MOVE "D" TO WS-HENV-AARSAG.
               END-EVALUATE
           END-IF.

      *    The original's lines come straight off the alternate
      *    key. A reversal is always logged on the original's own
      *    account under a later reference, so "already reversed"
      *    only needs that account's lines from the original on.
           FIND-ORIGINAL-POSTERING.
           MOVE ZEROES TO WS-STO-FUNDET-ANTAL.
           MOVE "N" TO WS-STO-ALLEREDE-SWITCH.
           MOVE ZEROES TO WS-END-OF-FILE-STO.
           MOVE "K" TO WS-THX-FUNKTION.
           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           OPEN INPUT TRANSHISTIDXFILE.
           IF WS-THX-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE TP-STORNO-REF IN TRANSAKTIONREC
                   TO THX-REFERENCE
               READ TRANSHISTIDXFILE
                   KEY IS THX-REFERENCE OF TRANSHISTIDXREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE-STO
               END-READ
               PERFORM UNTIL WS-END-OF-FILE-STO = 1
                   IF THX-REFERENCE NOT =
                       TP-STORNO-REF IN TRANSAKTIONREC
                       MOVE 1 TO WS-END-OF-FILE-STO
                   ELSE
                       MOVE THX-LINJE TO WS-HISTORIK-REC
                       PERFORM PROEV-HISTORIKLINJE
                       READ TRANSHISTIDXFILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-END-OF-FILE-STO
                       END-READ
                   END-IF
               END-PERFORM
               IF WS-STO-FUNDET-ANTAL > ZEROES
                   PERFORM FIND-TIDLIGERE-STORNO
               END-IF
               CLOSE TRANSHISTIDXFILE
           END-IF.

           FIND-TIDLIGERE-STORNO.
           MOVE ZEROES TO WS-END-OF-FILE-STO.
           MOVE WS-STO-KONTO-1 TO THX-KONTONUMMER.
           MOVE TP-STORNO-REF IN TRANSAKTIONREC TO THX-REFERENCE.
           MOVE ZEROES TO THX-DEL.
           START TRANSHISTIDXFILE
               KEY IS >= THX-NOEGLE OF TRANSHISTIDXREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE-STO
           END-START.
           PERFORM UNTIL WS-END-OF-FILE-STO = 1
               READ TRANSHISTIDXFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE-STO
                   NOT AT END
                       IF THX-KONTONUMMER NOT = WS-STO-KONTO-1
                           MOVE 1 TO WS-END-OF-FILE-STO
                       ELSE
                           MOVE THX-LINJE TO WS-HISTORIK-REC
                           PERFORM PROEV-STORNOLINJE
                       END-IF
               END-READ
           END-PERFORM.

      *    Lines from before the reference field was added carry
      *    spaces there, so both reference fields are class-checked
      *    before they are compared.
                   MOVE TH-BELOB TO WS-STO-BELOB-2
               END-IF
           END-IF.

           PROEV-STORNOLINJE.
           IF TH-STORNO-REF IS NUMERIC
               AND TH-STORNO-REF = TP-STORNO-REF IN TRANSAKTIONREC
               MOVE "Y" TO WS-STO-ALLEREDE-SWITCH
      *    is added back, but the booked balance stays the ceiling:
      *    BALANCE is unsigned and zero is the hard floor, so a
      *    raise can release hold-reserved money, never money the
      *    account does not have. An amount blocked by a seizure
      *    or garnishment order comes off after that ceiling, so
      *    no limit raise ever releases it.
           BEREGN-DISPONIBEL.
           CALL "RESERVATIONSSUM" USING WS-DISP-KONTONUMMER
               WS-HOLD-SUM WS-HOLD-SUM-RESULT.
           IF WS-DISPONIBEL > WS-DISP-BALANCE
               MOVE WS-DISP-BALANCE TO WS-DISPONIBEL
           END-IF.
           CALL "UDLAEGSSUM" USING WS-DISP-KONTONUMMER
               WS-BLOKERET-SUM WS-BLOKERET-RESULT.
           SUBTRACT WS-BLOKERET-SUM FROM WS-DISPONIBEL.

           GENNEMFOER-POSTERING.
           CALL "POSTERINGSREF" USING WS-LOG-REFERENCE WS-REF-RESULT.
           MOVE WS-HISTORIK-REC TO TRANSHISTORIKLINE.
           WRITE TRANSHISTORIKLINE.
           CLOSE TRANSHISTORIKFILE.
           MOVE "S" TO WS-THX-FUNKTION.
           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           IF WS-THX-RESULT NOT = "M"
               DISPLAY "ADVARSEL: TransHistorikIdx.txt ikke "
                   "opdateret for " TH-KONTONUMMER
           END-IF.

      *    The same line once more onto the day's delta, so the
      *    downstream steps never re-read the whole history.
           MOVE WS-HISTORIK-REC TO DELTALINE.
           WRITE DELTALINE.
           CLOSE DELTAOUT.
           PERFORM TAEL-DELTA.
           PERFORM REGISTRER-DELTA.

      *    A new business date starts a fresh delta; reruns and
      *    intraday batches of the SAME date keep appending.
           IF DELTADATOREC NOT = WS-DAGS-DATO
               OPEN OUTPUT DELTAOUT
               CLOSE DELTAOUT
               PERFORM REGISTRER-TOM-DELTA
               OPEN OUTPUT DELTADATOFILE
               MOVE WS-DAGS-DATO TO DELTADATOREC
               WRITE DELTADATOREC
           DISPLAY "AFVISTE OVERFOERSLER:    "
               WS-CTL-AFVIST-OVERFOERSEL.
           DISPLAY "DATO RULLET (BANKDAG):   " WS-CTL-DATO-RULLET.
           DISPLAY "RULLET (LUKKET PERIODE): "
               WS-CTL-PERIODE-RULLET.
           DISPLAY "VENTENDE (FREMTIDIG):    " WS-CTL-VENTENDE.
           DISPLAY "HOLDT (COMPLIANCE):      " WS-CTL-HOLDT.
           DISPLAY "HENVIST (DAEKNING):      " WS-CTL-HENVIST.
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.

      *    The intake must add up to what the programs that
      *    appended to it registered before a single line is
      *    posted; lines inside a branch batch are left to the
      *    batch's own control record.
           KONTROLLER-INTAKE.
           MOVE "Transaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "V" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               PERFORM AFVIS-KONTROLTOTAL
           END-IF.

      *    The emptied intake is registered empty, so the next
      *    night's appends start from zero.
           REGISTRER-TOM-INTAKE.
           MOVE "Transaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           PERFORM REGISTRER-TOM-FIL.

           REGISTRER-TOM-DELTA.
           MOVE "PosteringsDelta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           PERFORM REGISTRER-TOM-FIL.

           REGISTRER-TOM-FIL.
           MOVE ZEROES TO KTL-ANTAL OF WS-KTL-KONTROL.
           MOVE ZEROES TO KTL-BELOB-SUM OF WS-KTL-KONTROL.
           MOVE ZEROES TO KTL-NOEGLE-SUM OF WS-KTL-KONTROL.
           MOVE "OPGAVE21" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "E" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for "
                   KTL-FILNAVN OF WS-KTL-KONTROL
                   " kunne ikke registreres"
           END-IF.

      *    Every posting sent to the warehouse is added to its
      *    control at once, for Opgave51 to check.
           TAEL-VENTENDE.
           MOVE "VentendeTransaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE VENTENDETRANSREC TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-VENTENDE.
           MOVE "VentendeTransaktioner.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAVE21" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for "
                   "VentendeTransaktioner.txt kunne ikke registreres"
           END-IF.

      *    Every delta line is added to the delta's control, for
      *    the downstream steps to check.
           TAEL-DELTA.
           MOVE "PosteringsDelta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE DELTALINE TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-DELTA.
           MOVE "PosteringsDelta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAVE21" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for "
                   "PosteringsDelta.txt kunne ikke registreres"
           END-IF.

      *    A working file that does not add up to its handoff
      *    control stops the run before anything is processed:
      *    RC 20 to the chain and status "KT" on the morning page.
           AFVIS-KONTROLTOTAL.
           DISPLAY "OPGAVE21: Kontroltotal afviger for "
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
