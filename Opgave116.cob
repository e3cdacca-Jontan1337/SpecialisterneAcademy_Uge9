           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE116.

      *    Relationship managers (kunderaadgivere). Each customer has
      *    one adviser on KundeRaadgivere.txt (KUNDERAADGIVER.cpy),
      *    an operator off Operatoerer.txt; the Opgave117 weekly
      *    book report, the Opgave60 referral list and the Opgave81
      *    KYC queue all read it.
      *
      *      T - assign (or move) a customer's adviser: the customer
      *          must be on Kundeoplysninger.txt and the adviser an
      *          active operator
      *      V - show an adviser's customers
      *      O - move an adviser's whole book to another adviser,
      *          for when an adviser leaves or changes desk
      *
      *    Every change is logged through AUDITLOG, one line per
      *    customer moved.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KUNDERAADGIVERFILE ASSIGN TO "KundeRaadgivere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRG-KUNDE-ID OF KUNDERAADGIVERREC
               ALTERNATE RECORD KEY IS
                   KRG-RAADGIVER OF KUNDERAADGIVERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KRG-STATUS.
           SELECT OPERATORFILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID OF OPERATORREC
               FILE STATUS IS WS-OPR-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KUNDERAADGIVERFILE.
           01 KUNDERAADGIVERREC.
               COPY "KUNDERAADGIVER.cpy".

           FD OPERATORFILE.
           01 OPERATORREC.
               COPY "OPERATOR.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KRG-STATUS                PIC X(2).
           01 WS-OPR-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-TILDEL            VALUE "T".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-OVERDRAG          VALUE "O".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-VALGT-RAADGIVER           PIC X(8) VALUE SPACES.
           01 WS-NY-RAADGIVER              PIC X(8) VALUE SPACES.

           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-OPERATOR-SWITCH           PIC X(1) VALUE "N".
              88 WS-OPERATOR-AKTIV         VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-OPSLAG-ID                 PIC X(10) VALUE SPACES.
           01 WS-OPSLAG-OPERATOR           PIC X(8) VALUE SPACES.
           01 WS-KUNDE-NAVN                PIC X(41) VALUE SPACES.
           01 WS-OPERATOR-NAVN             PIC X(30) VALUE SPACES.
           01 WS-VIS-ANTAL                 PIC 9(5) VALUE ZEROES.

      *    The book to move, gathered before any record is
      *    rewritten - rewriting the adviser moves the record in
      *    the very index being read.
           01 WS-BOG-TABEL.
               02 WS-BOG-KUNDE-ID OCCURS 2000 TIMES
                                           PIC X(10).
           01 WS-BOG-ANTAL                 PIC 9(5) VALUE ZEROES.
           01 WS-BOG-IX                    PIC 9(5) VALUE ZEROES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV116".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 2.
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
                   WHEN WS-VALG-TILDEL
                       PERFORM TILDEL-RAADGIVER
                   WHEN WS-VALG-VIS
                       PERFORM VIS-RAADGIVER-BOG
                   WHEN WS-VALG-OVERDRAG
                       PERFORM OVERDRAG-BOG
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "KUNDERAADGIVERE".
           DISPLAY "T - Tildel/skift kundens raadgiver".
           DISPLAY "V - Vis raadgiverens kunder".
           DISPLAY "O - Overdrag raadgiverens kunder".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           TILDEL-RAADGIVER.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           MOVE WS-VALGT-KUNDE-ID TO WS-OPSLAG-ID.
           PERFORM LAES-KUNDE.
           IF NOT WS-KUNDE-FUNDET
               DISPLAY "Kunden findes ikke."
           ELSE
               PERFORM LAES-TILDELING
               IF WS-RECORD-FUNDET
                   DISPLAY "Nu: " KRG-RAADGIVER " FRA " KRG-DATO
               ELSE
                   DISPLAY "Nu: (ingen raadgiver)"
               END-IF
               DISPLAY "NY RAADGIVER (OPERATOER-ID): "
                   WITH NO ADVANCING
               ACCEPT WS-NY-RAADGIVER
               MOVE WS-NY-RAADGIVER TO WS-OPSLAG-OPERATOR
               PERFORM LAES-OPERATOR
               EVALUATE TRUE
                   WHEN NOT WS-OPERATOR-AKTIV
                       DISPLAY "Raadgiveren er ikke en aktiv "
                           "operatoer."
                   WHEN WS-RECORD-FUNDET
                       AND KRG-RAADGIVER = WS-NY-RAADGIVER
                       DISPLAY "Kunden har allerede den raadgiver."
                   WHEN OTHER
                       DISPLAY "Godkend " WS-KUNDE-NAVN " til "
                           WS-OPERATOR-NAVN " (J/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-BEKRAEFT
                       IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                           PERFORM GEM-TILDELING
                       ELSE
                           DISPLAY "Annulleret."
                       END-IF
               END-EVALUATE
           END-IF.

           GEM-TILDELING.
           PERFORM ABN-RAADGIVERFIL-IO.
           MOVE SPACES TO KUNDERAADGIVERREC.
           MOVE WS-VALGT-KUNDE-ID TO KRG-KUNDE-ID.
           MOVE WS-NY-RAADGIVER TO KRG-RAADGIVER.
           MOVE WS-DAGS-DATO TO KRG-DATO.
           MOVE WS-SIGNON-OPERATOER TO KRG-OPERATOER.
           WRITE KUNDERAADGIVERREC
               INVALID KEY
                   REWRITE KUNDERAADGIVERREC
           END-WRITE.
           CLOSE KUNDERAADGIVERFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Raadgiver tildelt.".

           VIS-RAADGIVER-BOG.
           DISPLAY "RAADGIVER (OPERATOER-ID): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-RAADGIVER.
           MOVE WS-VALGT-RAADGIVER TO WS-OPSLAG-OPERATOR.
           PERFORM LAES-OPERATOR.
           DISPLAY "RAADGIVER: " WS-VALGT-RAADGIVER " "
               WS-OPERATOR-NAVN.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           DISPLAY "KUNDER:".
           OPEN INPUT KUNDERAADGIVERFILE.
           IF WS-KRG-STATUS = "00"
               MOVE WS-VALGT-RAADGIVER TO KRG-RAADGIVER
               START KUNDERAADGIVERFILE
                   KEY IS = KRG-RAADGIVER OF KUNDERAADGIVERREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KUNDERAADGIVERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF KRG-RAADGIVER NOT = WS-VALGT-RAADGIVER
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM VIS-EN-KUNDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDERAADGIVERFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "  (ingen kunder)"
           ELSE
               DISPLAY "I ALT: " WS-VIS-ANTAL
           END-IF.

           VIS-EN-KUNDE.
           ADD 1 TO WS-VIS-ANTAL.
           MOVE KRG-KUNDE-ID TO WS-OPSLAG-ID.
           PERFORM LAES-KUNDE.
           DISPLAY "  " KRG-KUNDE-ID " " WS-KUNDE-NAVN
               " FRA " KRG-DATO.

      *    The receiving adviser must be active; the leaving one
      *    need not be - the book is usually moved after the
      *    operator has been barred.
           OVERDRAG-BOG.
           DISPLAY "FRA RAADGIVER (OPERATOER-ID): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-RAADGIVER.
           DISPLAY "TIL RAADGIVER (OPERATOER-ID): "
               WITH NO ADVANCING.
           ACCEPT WS-NY-RAADGIVER.
           MOVE WS-NY-RAADGIVER TO WS-OPSLAG-OPERATOR.
           PERFORM LAES-OPERATOR.
           PERFORM SAML-BOG.
           EVALUATE TRUE
               WHEN WS-VALGT-RAADGIVER = SPACES
                   DISPLAY "FRA RAADGIVER skal udfyldes."
               WHEN WS-VALGT-RAADGIVER = WS-NY-RAADGIVER
                   DISPLAY "FRA og TIL er den samme raadgiver."
               WHEN NOT WS-OPERATOR-AKTIV
                   DISPLAY "TIL raadgiveren er ikke en aktiv "
                       "operatoer."
               WHEN WS-BOG-ANTAL = ZEROES
                   DISPLAY "Raadgiveren har ingen kunder."
               WHEN OTHER
                   DISPLAY "Godkend overdragelse af " WS-BOG-ANTAL
                       " kunder til " WS-OPERATOR-NAVN " (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-OVERDRAGELSE
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           SAML-BOG.
           MOVE ZEROES TO WS-BOG-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KUNDERAADGIVERFILE.
           IF WS-KRG-STATUS = "00"
               MOVE WS-VALGT-RAADGIVER TO KRG-RAADGIVER
               START KUNDERAADGIVERFILE
                   KEY IS = KRG-RAADGIVER OF KUNDERAADGIVERREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KUNDERAADGIVERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF KRG-RAADGIVER NOT = WS-VALGT-RAADGIVER
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM GEM-BOGKUNDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KUNDERAADGIVERFILE
           END-IF.

           GEM-BOGKUNDE.
           IF WS-BOG-ANTAL >= 2000
               MOVE "Mere end 2000 kunder hos raadgiveren"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-BOG-ANTAL.
           MOVE KRG-KUNDE-ID TO WS-BOG-KUNDE-ID(WS-BOG-ANTAL).

           GEM-OVERDRAGELSE.
           PERFORM ABN-RAADGIVERFIL-IO.
           MOVE 1 TO WS-BOG-IX.
           PERFORM UNTIL WS-BOG-IX > WS-BOG-ANTAL
               MOVE WS-BOG-KUNDE-ID(WS-BOG-IX) TO KRG-KUNDE-ID
               READ KUNDERAADGIVERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NY-RAADGIVER TO KRG-RAADGIVER
                       MOVE WS-DAGS-DATO TO KRG-DATO
                       MOVE WS-SIGNON-OPERATOER TO KRG-OPERATOER
                       REWRITE KUNDERAADGIVERREC
                       CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                           KRG-KUNDE-ID
                           WS-OLD-BALANCE WS-NEW-BALANCE
                           WS-AUDIT-RESULT
               END-READ
               ADD 1 TO WS-BOG-IX
           END-PERFORM.
           CLOSE KUNDERAADGIVERFILE.
           DISPLAY WS-BOG-ANTAL " kunder overdraget.".

           LAES-TILDELING.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT KUNDERAADGIVERFILE.
           IF WS-KRG-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO KRG-KUNDE-ID
               READ KUNDERAADGIVERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               CLOSE KUNDERAADGIVERFILE
           END-IF.

           LAES-OPERATOR.
           MOVE "N" TO WS-OPERATOR-SWITCH.
           MOVE SPACES TO WS-OPERATOR-NAVN.
           OPEN INPUT OPERATORFILE.
           IF WS-OPR-STATUS = "00"
               MOVE WS-OPSLAG-OPERATOR TO OPR-ID
               READ OPERATORFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPR-NAVN TO WS-OPERATOR-NAVN
                       IF OPR-ER-AKTIV
                           MOVE "Y" TO WS-OPERATOR-SWITCH
                       END-IF
               END-READ
               CLOSE OPERATORFILE
           END-IF.

           LAES-KUNDE.
           MOVE "N" TO WS-KUNDE-SWITCH.
           MOVE SPACES TO WS-KUNDE-NAVN.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-OPSLAG-ID TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-SWITCH
                   STRING FORNAVN IN KUNDEOPLREC " "
                       EFTERNAVN IN KUNDEOPLREC
                       DELIMITED BY SIZE INTO WS-KUNDE-NAVN
           END-READ.
           CLOSE KUNDEOPLFILE.

           ABN-RAADGIVERFIL-IO.
           OPEN I-O KUNDERAADGIVERFILE.
           IF WS-KRG-STATUS NOT = "00"
               OPEN OUTPUT KUNDERAADGIVERFILE
               CLOSE KUNDERAADGIVERFILE
               OPEN I-O KUNDERAADGIVERFILE
           END-IF.
           IF WS-KRG-STATUS NOT = "00"
               STRING "Open KundeRaadgivere.txt failed, status "
                   WS-KRG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE116: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
