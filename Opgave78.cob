      *      state) or - never posted - ABNINGSDATO is more than
      *      EscheatAar.txt years back (default 10) gets the
      *      required final-warning letter on EscheatBreve.txt
      *      (logged on the correspondence log and indexed through
      *      PRINTINDEKS for the Opgave124 print run) and a plan row on
      *      EscheatPlan.txt. An owner whose mail comes back
      *      (Returpost.txt) gets neither: no balance leaves on a
      *      warning that never arrived. The account is taken again
      *      by the first V run after the address is put right.
      *
      *    E (effektuering): plan rows whose EscheatSvarDage.txt
      *      response period (calendar days, default 90) has run
      *      account is set lukket for the Opgave22 archival, the
      *      plan row is marked done and the remittance line the
      *      authority requires goes to EscheatRemittance.txt.
      *      A row whose owner has an active returned-mail flag is
      *      held - the row stays planned and the account is listed
      *      on the run summary. Once the flag is lifted a row whose
      *      warning went out on or before the return lapses: the
      *      response period runs from the warning the next V run
      *      sends to the new address.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           SELECT SVARFILE ASSIGN TO "EscheatSvarDage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVA-STATUS.
      *    Read directly, not through RETURPOSTKONTROL: no letter is
      *    held here, so none may be counted on the flag.
           SELECT RETURPOSTFILE ASSIGN TO "Returpost.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KUNDE-ID OF RETURPOSTREC
               FILE STATUS IS WS-RTP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD SVARFILE.
           01 SVARREC                      PIC 9(3).

           FD RETURPOSTFILE.
           01 RETURPOSTREC.
               COPY "RETURPOST.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-REM-STATUS                PIC X(2).
           01 WS-AAR-STATUS                PIC X(2).
           01 WS-SVA-STATUS                PIC X(2).
           01 WS-RTP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "ESCHEATVARSL".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "EscheatBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.

           01 WS-CTL-KONTI-LAEST           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-VARSLET               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-OVERFOERT             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-HOLDT-RETURPOST       PIC 9(5) VALUE ZEROES.

      *    The accounts held back for returned mail in the E pass,
      *    listed on the run summary.
           01 WS-RTP-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-RTP-FIL-AABEN          VALUE "Y".
           01 WS-RTP-UDFALD                PIC X(1) VALUE SPACES.
              88 WS-RTP-HOLD               VALUE "H".
              88 WS-RTP-BORTFALD           VALUE "B".
           01 WS-HOLDT-ANTAL               PIC 9(3) VALUE ZEROES.
           01 WS-HOLDT-TABEL.
               02 WS-HOLDT-KONTO OCCURS 100 TIMES
                                           PIC X(20).
           01 WS-HOLDT-IX                  PIC 9(3) VALUE ZEROES.
           01 WS-CTL-BELOB-OVERFOERT       PIC 9(9)V99 VALUE ZEROES.
           01 WS-CTL-BELOB-OVERFOERT-ED    PIC Z(8)9.99 VALUE ZEROES.

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
      *    HANDOFF CONTROL END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           END-IF.

           VARSLE-EN-KONTO.
           CALL "RETURPOSTKONTROL" USING
               KUNDE-ID IN KONTOOPLREC
               WS-BREVTYPE
               KONTONUMMER IN KONTOOPLREC
               WS-STAT-PROGRAM
               WS-RETURPOST.
           IF WS-RETURPOST = "J"
               ADD 1 TO WS-CTL-RETURPOST
               DISPLAY "ADVARSEL: KONTONUMMER "
                   KONTONUMMER IN KONTOOPLREC
                   " - ejer har returpost, ikke varslet"
           ELSE
               PERFORM PLANLAEG-OG-VARSLE
           END-IF.

           PLANLAEG-OG-VARSLE.
           ADD 1 TO WS-CTL-VARSLET.
           MOVE "P" TO EPL-STATUS.
           MOVE KONTONUMMER IN KONTOOPLREC TO EPL-KONTONUMMER.
                   WS-BREVTYPE
                   KONTONUMMER IN KONTOOPLREC
                   WS-KOR-RESULT
               CALL "PRINTINDEKS" USING WS-PRINTFIL
                   KUNDE-ID IN KUNDEOPLREC
                   WS-BREVTYPE
                   KONTONUMMER IN KONTOOPLREC
                   WS-PIX-RESULT
               PERFORM SKRIV-VARSELSBREV
           ELSE
               DISPLAY "ADVARSEL: KUNDE-ID "
                   OPEN OUTPUT REMITTANCEOUT
               END-IF
               OPEN OUTPUT PLANTEMPOUT
               MOVE "N" TO WS-RTP-FIL-SWITCH
               OPEN INPUT RETURPOSTFILE
               IF WS-RTP-STATUS = "00"
                   MOVE "Y" TO WS-RTP-FIL-SWITCH
               END-IF
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ PLANFILE INTO PLANREC
               CLOSE PLANTEMPOUT
               CLOSE KONTOOPLFILE
               CLOSE TRANSAKTIONFILE
               IF WS-RTP-FIL-AABEN
                   CLOSE RETURPOSTFILE
               END-IF
               PERFORM REGISTRER-TRANSAKTIONER
               CLOSE REMITTANCEOUT
               PERFORM ERSTAT-PLANFIL
           END-IF.
               MOVE WS-SER-RESULTAT TO WS-VARSLET-SERIEL
               IF WS-DAG-SERIEL - WS-VARSLET-SERIEL
                   >= WS-SVAR-DAGE
                   PERFORM KONTROLLER-RETURPOST
                   EVALUATE TRUE
                       WHEN WS-RTP-HOLD
                           PERFORM HOLD-PLANRAEKKE
                       WHEN WS-RTP-BORTFALD
                           MOVE "U" TO EPL-STATUS
                       WHEN OTHER
                           PERFORM UDFOER-EN-ESCHEAT
                   END-EVALUATE
               END-IF
           END-IF.

      *    H: the owner's mail comes back now. B: the flag has been
      *    lifted, but the mail came back on or after the warning
      *    date, so the warning never reached the owner.
           KONTROLLER-RETURPOST.
           MOVE SPACES TO WS-RTP-UDFALD.
           IF WS-RTP-FIL-AABEN
               MOVE EPL-KUNDE-ID TO RP-KUNDE-ID
               READ RETURPOSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RP-ER-AKTIV
                           MOVE "H" TO WS-RTP-UDFALD
                       ELSE
                           IF RP-RETUR-DATO >= EPL-VARSLET-DATO
                               MOVE "B" TO WS-RTP-UDFALD
                           END-IF
                       END-IF
               END-READ
           END-IF.

           HOLD-PLANRAEKKE.
           ADD 1 TO WS-CTL-HOLDT-RETURPOST.
           IF WS-HOLDT-ANTAL < 100
               ADD 1 TO WS-HOLDT-ANTAL
               MOVE EPL-KONTONUMMER TO WS-HOLDT-KONTO(WS-HOLDT-ANTAL)
           END-IF.

           UDFOER-EN-ESCHEAT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE EPL-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
                   MOVE "Overfoert til staten"
                       TO TP-TEKST IN TRANSAKTIONREC
                   WRITE TRANSAKTIONREC
                   PERFORM TAEL-TRANSAKTION
                   ADD BALANCE IN KONTOOPLREC
                       TO WS-CTL-BELOB-OVERFOERT
               END-IF
           DISPLAY "OPGAVE78 - KOERSELSOVERSIGT".
           DISPLAY "KONTI LAEST:             " WS-CTL-KONTI-LAEST.
           DISPLAY "VARSLET:                 " WS-CTL-VARSLET.
           DISPLAY "IKKE VARSLET (RETURPOST):" WS-CTL-RETURPOST.
           DISPLAY "OVERFOERT TIL STATEN:    " WS-CTL-OVERFOERT.
           DISPLAY "HOLDT TILB. (RETURPOST): " WS-CTL-HOLDT-RETURPOST.
           PERFORM VARYING WS-HOLDT-IX FROM 1 BY 1
               UNTIL WS-HOLDT-IX > WS-HOLDT-ANTAL
               DISPLAY "  KONTONUMMER " WS-HOLDT-KONTO(WS-HOLDT-IX)
           END-PERFORM.
           IF WS-CTL-HOLDT-RETURPOST > WS-HOLDT-ANTAL
               DISPLAY "  (flere end 100 - se EscheatPlan.txt)"
           END-IF.
           DISPLAY "BELOB OVERFOERT:         "
               WS-CTL-BELOB-OVERFOERT-ED.
           DISPLAY "----------------------------------------".
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.

      *    Every record laid on the intake is counted, and the
      *    count is added to the intake's handoff control when the
      *    file is closed (KONTROLTOTAL), so the posting side can
      *    tell a whole intake from a cut-off one.
           TAEL-TRANSAKTION.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE TRANSAKTIONREC TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-TRANSAKTIONER.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAVE78" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
