           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE131.

      *    Outbound payment callback queue and daily limits - the
      *    terminal half of the Opgave49 fraud hold, in the
      *    Opgave70 screen style. Lists the open items on
      *    BetalingsHold.txt with why each was held (over the
      *    day's outbound limit, or a first payment to a new
      *    beneficiary) and the released ones still waiting for
      *    the export run, and lets the operator:
      *
      *      F - release an item once the customer has been called
      *          back and has confirmed the payment; who was
      *          reached and how is kept on the item. Opgave49
      *          sends it in its next export run
      *      A - reject an item: nothing is sent and the item stays
      *          on file as the trail
      *      G - set or remove a customer's own daily outbound
      *          limit on KundeUdbGraenser.txt, which replaces the
      *          KONTOTYPE default from UdbetalingsGraenser.txt
      *
      *    Releasing money is an approval, so the screen demands
      *    approve level at sign-on. Every decision and limit
      *    change is logged through AUDITLOG (a limit change with
      *    the old and new limit), and each item shown is written
      *    to the ADGANGSLOG access log.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BETALINGSHOLDFILE ASSIGN TO "BetalingsHold.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-NR OF BETALINGSHOLDREC
               FILE STATUS IS WS-BHO-STATUS.
           SELECT KUNDEGRAENSEFILE ASSIGN TO "KundeUdbGraenser.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UDG-KUNDE-ID OF KUNDEGRAENSEREC
               FILE STATUS IS WS-UDG-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD BETALINGSHOLDFILE.
           01 BETALINGSHOLDREC.
               COPY "BETALINGSHOLD.cpy".

           FD KUNDEGRAENSEFILE.
           01 KUNDEGRAENSEREC.
               COPY "UDBGRAENSE.cpy".

           WORKING-STORAGE SECTION.
           01 WS-BHO-STATUS                PIC X(2).
           01 WS-UDG-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-FRIGIV            VALUE "F".
              88 WS-VALG-AFVIS             VALUE "A".
              88 WS-VALG-GRAENSE           VALUE "G".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-VALGT-NR                  PIC X(6) VALUE SPACES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.
           01 WS-KONTAKT                   PIC X(30) VALUE SPACES.
           01 WS-AABNE-ANTAL               PIC 9(5) VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-AARSAG-TEKST              PIC X(20) VALUE SPACES.
           01 WS-STATUS-TEKST              PIC X(9) VALUE SPACES.
           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
      *    Keyed as 9(7)V99 digits, e.g. 002500000 for 25.000,00.
           01 WS-GRAENSE-IND               PIC X(9) VALUE SPACES.
           01 WS-GRAENSE-TAL REDEFINES WS-GRAENSE-IND
                                           PIC 9(7)V99.

           01 WS-AUDIT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.
           01 WS-ADGANG-RESULT             PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV131".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 3.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

           PROCEDURE DIVISION.
      *    The nightly chain takes a run lock; no interactive
      *    session touches the live files while it is held.
           CALL "KOERSELLAAS" USING WS-LAAS-PROGRAM
               WS-LAAS-RESULT.
           IF WS-LAAS-RESULT = "S"
               STOP RUN
           END-IF.
           CALL "OPERATORKONTROL" USING WS-LAAS-PROGRAM
               WS-SIGNON-NIVEAU WS-SIGNON-OPERATOER
               WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT NOT = "G"
               STOP RUN
           END-IF.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           PERFORM UNTIL WS-VALG-AFSLUT
               PERFORM VIS-MENU
               EVALUATE TRUE
                   WHEN WS-VALG-FRIGIV
                       PERFORM FRIGIV-BETALING
                   WHEN WS-VALG-AFVIS
                       PERFORM AFVIS-BETALING
                   WHEN WS-VALG-GRAENSE
                       PERFORM SAET-DAGSGRAENSE
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "TILBAGEHOLDTE UDBETALINGER (OPRINGNING)".
           PERFORM VIS-AABNE-BETALINGER.
           DISPLAY "F - Frigiv betaling (kunden har bekraeftet)".
           DISPLAY "A - Afvis betaling".
           DISPLAY "G - Kundens dagsgraense for udbetalinger".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.
           INSPECT WS-MENU-VALG CONVERTING "fagx" TO "FAGX".

           VIS-AABNE-BETALINGER.
           MOVE ZEROES TO WS-AABNE-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT BETALINGSHOLDFILE.
           IF WS-BHO-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ BETALINGSHOLDFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF BH-ER-AABEN OR BH-ER-FRIGIVET
                               ADD 1 TO WS-AABNE-ANTAL
                               PERFORM VIS-BETALINGSLINJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BETALINGSHOLDFILE
           END-IF.
           IF WS-AABNE-ANTAL = ZEROES
               DISPLAY "  (ingen tilbageholdte betalinger)"
           END-IF.

           VIS-BETALINGSLINJE.
           PERFORM DAN-AARSAGSTEKST.
           MOVE BH-BELOB TO WS-BELOB-ED.
           IF BH-ER-FRIGIVET
               MOVE "FRIGIVET" TO WS-STATUS-TEKST
           ELSE
               MOVE "AABEN" TO WS-STATUS-TEKST
           END-IF.
           DISPLAY "  " BH-NR " " BH-DATO " " BH-KONTONUMMER " "
               WS-BELOB-ED " " WS-AARSAG-TEKST " " WS-STATUS-TEKST.

           DAN-AARSAGSTEKST.
           IF BH-PGA-DAGSGRAENSE
               MOVE "OVER DAGSGRAENSEN" TO WS-AARSAG-TEKST
           ELSE
               MOVE "NY MODTAGER" TO WS-AARSAG-TEKST
           END-IF.

      *    Before anything is decided the whole order is shown, so
      *    the operator can read it back to the customer.
           VIS-BETALING.
           PERFORM DAN-AARSAGSTEKST.
           MOVE BH-BELOB TO WS-BELOB-ED.
           DISPLAY "KUNDE-ID:    " BH-KUNDE-ID.
           DISPLAY "FRA KONTO:   " BH-KONTONUMMER.
           DISPLAY "TIL IBAN:    " BH-IBAN.
           DISPLAY "BELOB:       " WS-BELOB-ED.
           DISPLAY "TEKST:       " BH-TEKST.
           DISPLAY "ORDREDATO:   " BH-ORDRE-DATO.
           DISPLAY "AARSAG:      " WS-AARSAG-TEKST.
           CALL "ADGANGSLOG" USING WS-LAAS-PROGRAM
               WS-SIGNON-OPERATOER BH-KUNDE-ID BH-KONTONUMMER
               WS-ADGANG-RESULT.

      *    Only a customer reached on a number the bank already
      *    holds can confirm; the screen asks for who was reached
      *    and how, and releases nothing without it.
           FRIGIV-BETALING.
           DISPLAY "BETALINGSNR (HOLD): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-NR.
           PERFORM ABN-HOLDFIL-IO.
           PERFORM LAES-BETALING.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Betalingen findes ikke."
               WHEN NOT BH-ER-AABEN
                   DISPLAY "Betalingen er allerede afgjort ("
                       BH-STATUS ")."
               WHEN OTHER
                   PERFORM VIS-BETALING
                   DISPLAY "Kunden ringet op paa kendt nummer og "
                       "betalingen bekraeftet (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       DISPLAY "KONTAKT (hvem/telefonnr): "
                           WITH NO ADVANCING
                       ACCEPT WS-KONTAKT
                       IF WS-KONTAKT = SPACES
                           DISPLAY "Kontakt skal angives - intet "
                               "frigivet."
                       ELSE
                           MOVE "F" TO BH-STATUS
                           PERFORM AFGOER-BETALING
                           DISPLAY "Frigivet - sendes i naeste "
                               "eksportkoersel."
                       END-IF
                   ELSE
                       DISPLAY "Annulleret - betalingen venter "
                           "fortsat."
                   END-IF
           END-EVALUATE.
           CLOSE BETALINGSHOLDFILE.

           AFVIS-BETALING.
           DISPLAY "BETALINGSNR (HOLD): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-NR.
           PERFORM ABN-HOLDFIL-IO.
           PERFORM LAES-BETALING.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Betalingen findes ikke."
               WHEN NOT BH-ER-AABEN
                   DISPLAY "Betalingen er allerede afgjort ("
                       BH-STATUS ")."
               WHEN OTHER
                   PERFORM VIS-BETALING
                   DISPLAY "Afvis betalingen (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       DISPLAY "KONTAKT/BEMAERKNING: "
                           WITH NO ADVANCING
                       ACCEPT WS-KONTAKT
                       MOVE "A" TO BH-STATUS
                       PERFORM AFGOER-BETALING
                       DISPLAY "Betalingen afvist - intet sendt."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE BETALINGSHOLDFILE.

           AFGOER-BETALING.
           MOVE WS-SIGNON-OPERATOER TO BH-OPERATOER.
           MOVE WS-DAGS-DATO TO BH-AFGJORT-DATO.
           MOVE WS-KONTAKT TO BH-KONTAKT.
           REWRITE BETALINGSHOLDREC.
           MOVE BH-KUNDE-ID TO WS-AUDIT-KUNDE-ID.
           MOVE ZEROES TO WS-OLD-BALANCE.
           MOVE ZEROES TO WS-NEW-BALANCE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-AUDIT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.

      *    Blank removes the customer's own limit, so the
      *    KONTOTYPE default applies again; zero means no limit.
           SAET-DAGSGRAENSE.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           IF WS-VALGT-KUNDE-ID = SPACES
               DISPLAY "KUNDE-ID skal angives."
           ELSE
               PERFORM ABN-GRAENSEFIL-IO
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE WS-VALGT-KUNDE-ID TO UDG-KUNDE-ID
               READ KUNDEGRAENSEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               MOVE ZEROES TO WS-OLD-BALANCE
               IF WS-RECORD-FUNDET
                   MOVE UDG-GRAENSE TO WS-BELOB-ED
                   MOVE UDG-GRAENSE TO WS-OLD-BALANCE
                   DISPLAY "Egen dagsgraense: " WS-BELOB-ED
                       " (" UDG-OPERATOER " " UDG-DATO ")"
               ELSE
                   DISPLAY "Ingen egen dagsgraense - "
                       "KONTOTYPE-standarden gaelder."
               END-IF
               DISPLAY "NY DAGSGRAENSE (9(7)V99, f.eks. 002500000;"
                   " blank = fjern egen): " WITH NO ADVANCING
               ACCEPT WS-GRAENSE-IND
               EVALUATE TRUE
                   WHEN WS-GRAENSE-IND = SPACES
                       PERFORM FJERN-DAGSGRAENSE
                   WHEN WS-GRAENSE-IND IS NOT NUMERIC
                       DISPLAY "GRAENSE skal vaere 9 cifre."
                   WHEN OTHER
                       PERFORM GEM-DAGSGRAENSE
               END-EVALUATE
               CLOSE KUNDEGRAENSEFILE
           END-IF.

           GEM-DAGSGRAENSE.
           MOVE WS-VALGT-KUNDE-ID TO UDG-KUNDE-ID.
           MOVE WS-GRAENSE-TAL TO UDG-GRAENSE.
           MOVE WS-SIGNON-OPERATOER TO UDG-OPERATOER.
           MOVE WS-DAGS-DATO TO UDG-DATO.
           IF WS-RECORD-FUNDET
               REWRITE KUNDEGRAENSEREC
           ELSE
               WRITE KUNDEGRAENSEREC
           END-IF.
           MOVE WS-GRAENSE-TAL TO WS-NEW-BALANCE.
           PERFORM LOG-GRAENSEAENDRING.
           DISPLAY "Dagsgraense gemt.".

           FJERN-DAGSGRAENSE.
           IF WS-RECORD-FUNDET
               DELETE KUNDEGRAENSEFILE RECORD
               MOVE ZEROES TO WS-NEW-BALANCE
               PERFORM LOG-GRAENSEAENDRING
               DISPLAY "Egen dagsgraense fjernet."
           ELSE
               DISPLAY "Intet at fjerne."
           END-IF.

           LOG-GRAENSEAENDRING.
           MOVE WS-VALGT-KUNDE-ID TO WS-AUDIT-KUNDE-ID.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-AUDIT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.

           LAES-BETALING.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-NR TO BH-NR.
           READ BETALINGSHOLDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

           ABN-HOLDFIL-IO.
           OPEN I-O BETALINGSHOLDFILE.
           IF WS-BHO-STATUS NOT = "00"
               OPEN OUTPUT BETALINGSHOLDFILE
               CLOSE BETALINGSHOLDFILE
               OPEN I-O BETALINGSHOLDFILE
           END-IF.
           IF WS-BHO-STATUS NOT = "00"
               STRING "Open BetalingsHold.txt failed, status "
                   WS-BHO-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABN-GRAENSEFIL-IO.
           OPEN I-O KUNDEGRAENSEFILE.
           IF WS-UDG-STATUS NOT = "00"
               OPEN OUTPUT KUNDEGRAENSEFILE
               CLOSE KUNDEGRAENSEFILE
               OPEN I-O KUNDEGRAENSEFILE
           END-IF.
           IF WS-UDG-STATUS NOT = "00"
               STRING "Open KundeUdbGraenser.txt failed, status "
                   WS-UDG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE131: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
