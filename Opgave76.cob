      *    out with the two legs linked in the history. The
      *    affected customer gets a notice in the Opgave18 letter
      *    layout on ReturBreve.txt, logged on the correspondence
      *    log and indexed through PRINTINDEKS for the Opgave124
      *    print run - unless the customer's mail comes back
      *    (Returpost.txt), when the notice is held back and
      *    counted; the reversal goes through either way. A return
      *    that matches nothing lands on ReturAfvisninger.txt, not
      *    on the floor. The intake is consumed after a completed
      *    run.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "RETURBETAL".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "ReturBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.

           01 WS-CTL-LAEST                 PIC 9(5) VALUE ZEROES.
           01 WS-CTL-STORNERET             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UMATCHET              PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BREVE                 PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
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
           PERFORM BEHANDL-RETURNEREDE.

           LUK-FILER.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.
           CLOSE KONTOOPLFILE.
           CLOSE KUNDEOPLFILE.
           CLOSE RETURBREVOUT.
           MOVE WS-FUNDET-REFERENCE
               TO TP-STORNO-REF IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.
           ADD 1 TO WS-CTL-STORNERET.

           AFVIS-RETUR.
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               IF WS-RECORD-FUNDET
                   CALL "RETURPOSTKONTROL" USING
                       KUNDE-ID IN KUNDEOPLREC
                       WS-BREVTYPE
                       WS-FUNDET-KONTONUMMER
                       WS-STAT-PROGRAM
                       WS-RETURPOST
               END-IF
               IF WS-RECORD-FUNDET AND WS-RETURPOST = "J"
                   ADD 1 TO WS-CTL-RETURPOST
               END-IF
               IF WS-RECORD-FUNDET AND WS-RETURPOST NOT = "J"
                   ADD 1 TO WS-CTL-BREVE
                   CALL "KORRESPONDANCELOG" USING
                       KUNDE-ID IN KUNDEOPLREC
                       WS-BREVTYPE
                       WS-FUNDET-KONTONUMMER
                       WS-KOR-RESULT
                   CALL "PRINTINDEKS" USING WS-PRINTFIL
                       KUNDE-ID IN KUNDEOPLREC
                       WS-BREVTYPE
                       WS-FUNDET-KONTONUMMER
                       WS-PIX-RESULT
                   PERFORM SKRIV-BREVSIDE
               END-IF
           END-IF.
           DISPLAY "STORNOER GENERERET:      " WS-CTL-STORNERET.
           DISPLAY "UMATCHEDE:               " WS-CTL-UMATCHET.
           DISPLAY "BREVE SKREVET:           " WS-CTL-BREVE.
           DISPLAY "UNDERTRYKT (RETURPOST):  " WS-CTL-RETURPOST.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
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
           MOVE "OPGAVE76" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
