           IDENTIFICATION DIVISION.
           PROGRAM-ID. SAMLEKONTOOPSLAG.

      *    Finds the GL control account a KONTOTYPE's customer
      *    balances belong to. The mapping is the one Opgave68
      *    journals by: the KONTOTYPE's own rules in
      *    Posteringsregler.txt (the "****" rules when it has none)
      *    name a debit and a credit account, and the one of them
      *    marked as a sub-ledger control account in Kontoplan.txt
      *    is the answer; the other side is clearing. The account's
      *    class comes back with it, so the caller knows which side
      *    is its normal balance. Same per-call read as
      *    GEBYRSATSOPSLAG - both files are a handful of lines.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTOPLANFILE ASSIGN TO "Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPL-STATUS.
           SELECT REGELFILE ASSIGN TO "Posteringsregler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KONTOPLANFILE.
           01 KONTOPLANREC.
               COPY "KONTOPLAN.cpy".

           FD REGELFILE.
           01 REGELREC.
               COPY "POSTERINGSREGEL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KPL-STATUS              PIC X(2).
           01 WS-RGL-STATUS              PIC X(2).
           01 WS-END-OF-FILE             PIC 9(1) VALUE ZEROES.

      *    The chart's control accounts with their class.
           01 WS-SAML-ANTAL              PIC 9(2) VALUE ZEROES.
           01 WS-SAML-TABEL.
               02 WS-SAML-POST OCCURS 20 TIMES.
                   03 WS-SAML-KONTO      PIC X(6).
                   03 WS-SAML-KLASSE     PIC X(1).
           01 WS-SAML-IX                 PIC 9(2) VALUE ZEROES.
           01 WS-SOEG-KONTO              PIC X(6) VALUE SPACES.

      *    First hit on the KONTOTYPE's own rules, and first hit on
      *    the "****" rules as the fall-back.
           01 WS-EGEN-KONTO              PIC X(6) VALUE SPACES.
           01 WS-EGEN-KLASSE             PIC X(1) VALUE SPACES.
           01 WS-ALLE-KONTO              PIC X(6) VALUE SPACES.
           01 WS-ALLE-KLASSE             PIC X(1) VALUE SPACES.
           01 WS-FUNDET-KONTO            PIC X(6) VALUE SPACES.
           01 WS-FUNDET-KLASSE           PIC X(1) VALUE SPACES.

           LINKAGE SECTION.
           01 LS-KONTOTYPE               PIC X(4).
           01 LS-GLKONTO                 PIC X(6).
           01 LS-KLASSE                  PIC X(1).
      *    "M" control account found, "N" no rule for the KONTOTYPE
      *    books to a control account (LS-GLKONTO is spaces).
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KONTOTYPE LS-GLKONTO
               LS-KLASSE LS-RESULT.
           MOVE "N" TO LS-RESULT.
           MOVE SPACES TO LS-GLKONTO.
           MOVE SPACES TO LS-KLASSE.
           MOVE ZEROES TO WS-SAML-ANTAL.
           MOVE SPACES TO WS-EGEN-KONTO.
           MOVE SPACES TO WS-ALLE-KONTO.

           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KONTOPLANFILE.
           IF WS-KPL-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   MOVE SPACES TO KONTOPLANREC
                   READ KONTOPLANFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF GLK-ER-SAMLEKONTO
                               AND WS-SAML-ANTAL < 20
                               ADD 1 TO WS-SAML-ANTAL
                               MOVE GLK-KONTO
                                   TO WS-SAML-KONTO(WS-SAML-ANTAL)
                               MOVE GLK-KLASSE
                                   TO WS-SAML-KLASSE(WS-SAML-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOPLANFILE
           END-IF.

           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT REGELFILE.
           IF WS-RGL-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ REGELFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM PROEV-REGEL
                   END-READ
               END-PERFORM
               CLOSE REGELFILE
           END-IF.

           IF WS-EGEN-KONTO NOT = SPACES
               MOVE WS-EGEN-KONTO TO LS-GLKONTO
               MOVE WS-EGEN-KLASSE TO LS-KLASSE
               MOVE "M" TO LS-RESULT
           ELSE
               IF WS-ALLE-KONTO NOT = SPACES
                   MOVE WS-ALLE-KONTO TO LS-GLKONTO
                   MOVE WS-ALLE-KLASSE TO LS-KLASSE
                   MOVE "M" TO LS-RESULT
               END-IF
           END-IF.

           EXIT PROGRAM.

           PROEV-REGEL.
           IF PRG-KONTOTYPE = LS-KONTOTYPE
               OR PRG-KONTOTYPE = "****"
               MOVE SPACES TO WS-FUNDET-KONTO
               MOVE PRG-DEBET-KONTO TO WS-SOEG-KONTO
               PERFORM FIND-SAMLEKONTO
               IF WS-FUNDET-KONTO = SPACES
                   MOVE PRG-KREDIT-KONTO TO WS-SOEG-KONTO
                   PERFORM FIND-SAMLEKONTO
               END-IF
               IF WS-FUNDET-KONTO NOT = SPACES
                   IF PRG-KONTOTYPE = LS-KONTOTYPE
                       AND WS-EGEN-KONTO = SPACES
                       MOVE WS-FUNDET-KONTO TO WS-EGEN-KONTO
                       MOVE WS-FUNDET-KLASSE TO WS-EGEN-KLASSE
                   END-IF
                   IF PRG-KONTOTYPE = "****"
                       AND WS-ALLE-KONTO = SPACES
                       MOVE WS-FUNDET-KONTO TO WS-ALLE-KONTO
                       MOVE WS-FUNDET-KLASSE TO WS-ALLE-KLASSE
                   END-IF
               END-IF
           END-IF.

           FIND-SAMLEKONTO.
           MOVE 1 TO WS-SAML-IX.
           PERFORM UNTIL WS-SAML-IX > WS-SAML-ANTAL
               IF WS-SAML-KONTO(WS-SAML-IX) = WS-SOEG-KONTO
                   MOVE WS-SOEG-KONTO TO WS-FUNDET-KONTO
                   MOVE WS-SAML-KLASSE(WS-SAML-IX)
                       TO WS-FUNDET-KLASSE
                   MOVE WS-SAML-ANTAL TO WS-SAML-IX
               END-IF
               ADD 1 TO WS-SAML-IX
           END-PERFORM.
