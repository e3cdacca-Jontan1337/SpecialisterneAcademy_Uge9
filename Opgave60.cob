      *          cover (D) referral - the screen says so
      *
      *    Each item shows WHY it was referred: D no cover, P a
      *    product withdrawal rule, and the account owner's
      *    relationship manager (KundeRaadgivere.txt). At start the
      *    operator may have the list sorted by adviser; otherwise
      *    it stays in referral number order.
      *
      *    Every decision carries the operator's initials on the
      *    referral record and is logged through AUDITLOG. Blank
      *    Who holds disposal rights over the owner - shown before
      *    the decision, so an operator can see on whose authority
      *    a referred debit was keyed.
      *    The owner's adviser, for the list and its sort.
           SELECT KUNDERAADGIVERFILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRG-KUNDE-ID OF KUNDERAADGIVERREC
               ALTERNATE RECORD KEY IS
                   KRG-RAADGIVER OF KUNDERAADGIVERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KRG-STATUS.
           SELECT HENVSORT ASSIGN TO "Opgave60Sort.tmp".
           SELECT FULDMAGTFILE ASSIGN TO "Fuldmagter.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           01 FULDMAGTREC.
               COPY "FULDMAGT.cpy".

           FD KUNDERAADGIVERFILE.
           01 KUNDERAADGIVERREC.
               COPY "KUNDERAADGIVER.cpy".

      *    The adviser sort field stays blank unless the list is
      *    sorted by adviser, so one SORT serves both orders.
           SD HENVSORT.
           01 HENVSORTREC.
               02 HS-SORT-RAADGIVER        PIC X(8).
               02 HS-NR                    PIC 9(6).
               02 HS-RAADGIVER             PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-HNV-STATUS                PIC X(2).
           01 WS-MLT-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KRG-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-FAERDIG                   PIC 9(1) VALUE ZEROES.

           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-AABNE-ANTAL               PIC 9(5) VALUE ZEROES.
           01 WS-END-OF-SORT               PIC 9(1) VALUE ZEROES.
           01 WS-SORTERING                 PIC X(1) VALUE SPACES.
           01 WS-KOFFIL-SWITCH             PIC X(1) VALUE "N".
              88 WS-KOFFIL-AABEN           VALUE "Y".
           01 WS-KRGFIL-SWITCH             PIC X(1) VALUE "N".
              88 WS-KRGFIL-AABEN           VALUE "Y".
           01 WS-EJER-KUNDE-ID             PIC X(10) VALUE SPACES.
           01 WS-AARSAGSTEKST              PIC X(12) VALUE SPACES.

           01 WS-FMG-STATUS                PIC X(2).
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

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
      *    The nightly chain takes a run lock; no interactive
      *    session touches the live files while it is held.
               STOP RUN
           END-IF.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           DISPLAY "SORTER EFTER RAADGIVER (J/N): "
               WITH NO ADVANCING.
           ACCEPT WS-SORTERING.
           PERFORM BEHANDL-HENVISNINGER UNTIL WS-FAERDIG = 1.
           STOP RUN.


           VIS-AABNE-HENVISNINGER.
           MOVE ZEROES TO WS-AABNE-ANTAL.
           DISPLAY " ".
           DISPLAY "AABNE HENVISNINGER:".
           OPEN INPUT HENVISNINGFILE.
           IF WS-HNV-STATUS NOT = "00"
               DISPLAY "  (ingen henvisningsfil)"
           ELSE
               CLOSE HENVISNINGFILE
               SORT HENVSORT
                   ON ASCENDING KEY HS-SORT-RAADGIVER HS-NR
                   INPUT PROCEDURE IS INDLAES-AABNE-HENVISNINGER
                   OUTPUT PROCEDURE IS VIS-SORTEREDE-HENVISNINGER
               IF WS-AABNE-ANTAL = ZEROES
                   DISPLAY "  (ingen aabne henvisninger)"
               END-IF
           END-IF.

           INDLAES-AABNE-HENVISNINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM ABN-OPSLAGSFILER.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ HENVISNINGFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF HENV-ER-AABEN
                           PERFORM FIND-RAADGIVER
                           MOVE HENV-NR TO HS-NR
                           RELEASE HENVSORTREC
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM LUK-OPSLAGSFILER.

      *    The referral names the account, the account its owner,
      *    the owner the adviser.
           FIND-RAADGIVER.
           MOVE SPACES TO HS-RAADGIVER.
           MOVE SPACES TO WS-EJER-KUNDE-ID.
           IF WS-KOFFIL-AABEN
               MOVE HENV-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KUNDE-ID IN KONTOOPLREC
                           TO WS-EJER-KUNDE-ID
               END-READ
           END-IF.
           IF WS-KRGFIL-AABEN
               AND WS-EJER-KUNDE-ID NOT = SPACES
               MOVE WS-EJER-KUNDE-ID TO KRG-KUNDE-ID
               READ KUNDERAADGIVERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KRG-RAADGIVER TO HS-RAADGIVER
               END-READ
           END-IF.
           IF WS-SORTERING = "J" OR WS-SORTERING = "j"
               MOVE HS-RAADGIVER TO HS-SORT-RAADGIVER
           ELSE
               MOVE SPACES TO HS-SORT-RAADGIVER
           END-IF.

           VIS-SORTEREDE-HENVISNINGER.
           MOVE ZEROES TO WS-END-OF-SORT.
           OPEN INPUT HENVISNINGFILE.
           PERFORM UNTIL WS-END-OF-SORT = 1
               RETURN HENVSORT
                   AT END
                       MOVE 1 TO WS-END-OF-SORT
                   NOT AT END
                       MOVE HS-NR TO HENV-NR
                       READ HENVISNINGFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM VIS-HENVISNINGSLINJE
                       END-READ
               END-RETURN
           END-PERFORM.
           CLOSE HENVISNINGFILE.

           ABN-OPSLAGSFILER.
           OPEN INPUT HENVISNINGFILE.
           MOVE "N" TO WS-KOFFIL-SWITCH.
           MOVE "N" TO WS-KRGFIL-SWITCH.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS = "00"
               MOVE "Y" TO WS-KOFFIL-SWITCH
           END-IF.
           OPEN INPUT KUNDERAADGIVERFILE.
           IF WS-KRG-STATUS = "00"
               MOVE "Y" TO WS-KRGFIL-SWITCH
           END-IF.

           LUK-OPSLAGSFILER.
           CLOSE HENVISNINGFILE.
           IF WS-KOFFIL-AABEN
               CLOSE KONTOOPLFILE
           END-IF.
           IF WS-KRGFIL-AABEN
               CLOSE KUNDERAADGIVERFILE
           END-IF.

           VIS-HENVISNINGSLINJE.
           ADD 1 TO WS-AABNE-ANTAL.
           MOVE HENV-BELOB TO WS-BELOB-ED.
           DISPLAY "  " HENV-NR " " HENV-DATO " "
               HENV-KONTONUMMER " " HENV-TRANS-TYPE " "
               WS-BELOB-ED " " WS-AARSAGSTEKST " "
               HENV-TEKST " " HS-RAADGIVER.

      *    Old records carry spaces in the reason and read as
      *    cover referrals, per the copybook.
      *    check still stands.
           MOVE "G" TO TP-GODKENDT-MAERKE IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.

           MOVE "G" TO HENV-STATUS.
           MOVE WS-OPERATOER TO HENV-OPERATOER.
           MOVE WS-DAGS-DATO TO HENV-AFGJORT-DATO.
           REWRITE HENVISNINGREC.
           PERFORM LOG-AFGOERELSE.
           DISPLAY "Godkendt - posteres i naeste koersel.".
           AFVIS-HENVISNING.
           MOVE "A" TO HENV-STATUS.
           MOVE WS-OPERATOER TO HENV-OPERATOER.
           MOVE WS-DAGS-DATO TO HENV-AFGJORT-DATO.
           REWRITE HENVISNINGREC.
           PERFORM LOG-AFGOERELSE.
           DISPLAY "Afvist.".
           MOVE WS-NY-LIMIT TO MLT-EKSTRA-BELOB.
           MOVE WS-LIMIT-UDLOEB TO MLT-UDLOEBSDATO.
           MOVE WS-OPERATOER TO MLT-OPERATOER.
           MOVE WS-DAGS-DATO TO MLT-DATO.
           WRITE MIDLLIMITREC
               INVALID KEY
                   REWRITE MIDLLIMITREC
           DISPLAY "OPGAVE60: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

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
           MOVE "OPGAVE60" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
