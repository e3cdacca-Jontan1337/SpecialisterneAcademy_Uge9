      *    Terminal inquiry by KONTONUMMER - the question the
      *    branches phone in most. Reads the account directly off
      *    KontoOpl.txt on its record key, the owner off
      *    Kundeoplysninger.txt on KUNDE-ID, and the account's
      *    newest postings off TransHistorikIdx.txt, the indexed
      *    companion to the history - only the account's own lines
      *    are read, in applied order, and the last five are kept
      *    in a small ring - and shows it all as one screen.
      *    Opgave23 remains the name search; this is its account-
      *    number twin. Blank entry ends the program. The
      *    account's Betalingsservice mandates off BSAftaler.txt
      *    close the screen, active and cancelled alike, for the
      *    "why was I (not) collected" calls. Every account number
      *    asked for is written to the ADGANGSLOG access log with
      *    the signed-on operator, found or not.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT TRANSHISTIDXFILE ASSIGN TO "TransHistorikIdx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THX-NOEGLE OF TRANSHISTIDXREC
               ALTERNATE RECORD KEY IS THX-REFERENCE
                   OF TRANSHISTIDXREC WITH DUPLICATES
               FILE STATUS IS WS-THX-STATUS.
      *    The central correspondence log, walked on the customer
      *    alternate key so the screen shows what was sent
      *    alongside what was posted.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMG-NOEGLE OF FULDMAGTREC
               FILE STATUS IS WS-FMG-STATUS.
           SELECT BSAFTALEFILE ASSIGN TO "BSAftaler.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSA-NOEGLE OF BSAFTALEREC
               FILE STATUS IS WS-BSA-STATUS.

           DATA DIVISION.
           FILE SECTION.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD TRANSHISTIDXFILE.
           01 TRANSHISTIDXREC.
               COPY "TRANSHISTIDX.cpy".

           FD KORRESPONDANCEFILE.
           01 KORRESPONDANCEREC.
           01 FULDMAGTREC.
               COPY "FULDMAGT.cpy".

           FD BSAFTALEFILE.
           01 BSAFTALEREC.
               COPY "BSAFTALE.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-THX-STATUS                PIC X(2).
           01 WS-THX-FUNKTION              PIC X(1) VALUE "K".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-HISTORIK           PIC 9(1) VALUE ZEROES.
               COPY "TRANSHISTORIK.cpy".

      *    Ring of the newest five history lines for the account -
      *    the index gives the account's lines in applied order, so
      *    the last five read are the five most recent.
           01 WS-RING-ANTAL                PIC 9(7) VALUE ZEROES.
           01 WS-RING-NAESTE               PIC 9(1) VALUE 1.
           01 WS-RING-TABEL.
           01 WS-RENTESATS-ED              PIC Z9.9999 VALUE ZEROES.

      *    Available balance: booked minus open authorization holds
      *    (RESERVATIONSSUM over Reservationer.txt) and minus the
      *    amounts blocked by seizure and garnishment orders
      *    (UDLAEGSSUM over Udlaeg.txt), the same figure the
      *    Opgave21 cover check uses.
           01 WS-HOLD-SUM                  PIC 9(9)V99 VALUE ZEROES.
           01 WS-HOLD-SUM-RESULT           PIC X(1) VALUE SPACES.
           01 WS-BLOKERET-SUM              PIC 9(9)V99 VALUE ZEROES.
           01 WS-BLOKERET-RESULT           PIC X(1) VALUE SPACES.
           01 WS-DISPONIBEL                PIC S9(9)V99 VALUE ZEROES.
           01 WS-DISPONIBEL-ED             PIC -(8)9.99 VALUE ZEROES.
           01 WS-HOLD-SUM-ED               PIC Z(8)9.99 VALUE ZEROES.
           01 WS-BLOKERET-SUM-ED           PIC Z(8)9.99 VALUE ZEROES.

           01 WS-KOR-STATUS                PIC X(2).
           01 WS-EJER-ID                   PIC X(10) VALUE SPACES.
           01 WS-END-OF-FMG                PIC 9(1) VALUE ZEROES.
           01 WS-FMG-VIST                  PIC 9(3) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

           01 WS-BSA-STATUS                PIC X(2).
           01 WS-END-OF-BSA                PIC 9(1) VALUE ZEROES.
           01 WS-BSA-VIST                  PIC 9(3) VALUE ZEROES.
           01 WS-FULDENAVN                 PIC X(41) VALUE SPACES.
           01 WS-VIS-LINJE                 PIC X(90) VALUE SPACES.

           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

           01 WS-ADGANG-KUNDE-ID           PIC X(10) VALUE SPACES.
           01 WS-ADGANG-RESULT             PIC X(1) VALUE SPACES.

           PROCEDURE DIVISION.
      *    The nightly chain takes a run lock; no interactive
      *    session touches the live files while it is held.
           IF WS-SIGNON-RESULT NOT = "G"
               STOP RUN
           END-IF.
           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           PERFORM FORESPOERG-KONTO UNTIL WS-FAERDIG = 1.
           STOP RUN.

               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           PERFORM LOG-ADGANG.

           IF NOT WS-RECORD-FUNDET
               DISPLAY "KONTONUMMER ikke fundet."
               PERFORM VIS-SENESTE-POSTERINGER
               PERFORM VIS-KORRESPONDANCE
               PERFORM VIS-FULDMAGTER
               PERFORM VIS-BS-AFTALER
           END-IF.

      *    The lookup is logged before anything is shown - the
      *    owner's KUNDE-ID when the account was found, blank when
      *    it was not.
           LOG-ADGANG.
           MOVE SPACES TO WS-ADGANG-KUNDE-ID.
           IF WS-RECORD-FUNDET
               MOVE KUNDE-ID IN KONTOOPLREC TO WS-ADGANG-KUNDE-ID
           END-IF.
           CALL "ADGANGSLOG" USING WS-LAAS-PROGRAM
               WS-SIGNON-OPERATOER WS-ADGANG-KUNDE-ID
               WS-SOEG-KONTONUMMER WS-ADGANG-RESULT.

           VIS-KONTO-OG-EJER.
           MOVE BALANCE IN KONTOOPLREC TO WS-BALANCE-ED.
           MOVE RENTESATS IN KONTOOPLREC TO WS-RENTESATS-ED.
           CALL "RESERVATIONSSUM" USING
               KONTONUMMER IN KONTOOPLREC
               WS-HOLD-SUM WS-HOLD-SUM-RESULT.
           CALL "UDLAEGSSUM" USING
               KONTONUMMER IN KONTOOPLREC
               WS-BLOKERET-SUM WS-BLOKERET-RESULT.
           IF WS-HOLD-SUM > ZEROES OR WS-BLOKERET-SUM > ZEROES
               COMPUTE WS-DISPONIBEL =
                   BALANCE IN KONTOOPLREC - WS-HOLD-SUM
                   - WS-BLOKERET-SUM
               MOVE WS-HOLD-SUM TO WS-HOLD-SUM-ED
               MOVE WS-BLOKERET-SUM TO WS-BLOKERET-SUM-ED
               MOVE WS-DISPONIBEL TO WS-DISPONIBEL-ED
               IF WS-HOLD-SUM > ZEROES
                   DISPLAY "RESERVERET:  " WS-HOLD-SUM-ED
               END-IF
               IF WS-BLOKERET-SUM > ZEROES
                   DISPLAY "UDLAEG:      " WS-BLOKERET-SUM-ED
               END-IF
               DISPLAY "DISPONIBEL:  " WS-DISPONIBEL-ED
           END-IF.

           MOVE 1 TO WS-RING-NAESTE.
           MOVE ZEROES TO WS-END-OF-HISTORIK.

           OPEN INPUT TRANSHISTIDXFILE.
           IF WS-THX-STATUS NOT = "00"
               DISPLAY "SENESTE POSTERINGER: (ingen historik)"
           ELSE
               MOVE WS-SOEG-KONTONUMMER TO THX-KONTONUMMER
               MOVE ZEROES TO THX-REFERENCE
               MOVE ZEROES TO THX-DEL
               START TRANSHISTIDXFILE
                   KEY IS >= THX-NOEGLE OF TRANSHISTIDXREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-HISTORIK
               END-START
               PERFORM UNTIL WS-END-OF-HISTORIK = 1
                   READ TRANSHISTIDXFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-HISTORIK
                       NOT AT END
                           IF THX-KONTONUMMER = WS-SOEG-KONTONUMMER
                               MOVE THX-LINJE TO WS-HISTORIK-REC
                               PERFORM GEM-I-RING
                           ELSE
                               MOVE 1 TO WS-END-OF-HISTORIK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSHISTIDXFILE
               PERFORM VIS-RING
           END-IF.
           DISPLAY "----------------------------------------".
               DISPLAY "----------------------------------------"
           END-IF.

      *    The account's mandates, one line each: creditor number,
      *    debtor group, creditor, status and the date it took
      *    effect or was cancelled.
           VIS-BS-AFTALER.
           MOVE ZEROES TO WS-BSA-VIST.
           MOVE ZEROES TO WS-END-OF-BSA.
           OPEN INPUT BSAFTALEFILE.
           IF WS-BSA-STATUS NOT = "00"
               CONTINUE
           ELSE
               DISPLAY "BETALINGSSERVICE-AFTALER:"
               MOVE WS-SOEG-KONTONUMMER TO BSA-KONTONUMMER
               MOVE SPACES TO BSA-KREDITOR-NR
               MOVE SPACES TO BSA-DEBITORGRUPPE
               START BSAFTALEFILE
                   KEY IS >= BSA-NOEGLE OF BSAFTALEREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-BSA
               END-START
               PERFORM UNTIL WS-END-OF-BSA = 1
                   READ BSAFTALEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-BSA
                       NOT AT END
                           IF BSA-KONTONUMMER
                               NOT = WS-SOEG-KONTONUMMER
                               MOVE 1 TO WS-END-OF-BSA
                           ELSE
                               ADD 1 TO WS-BSA-VIST
                               IF BSA-ER-AKTIV
                                   DISPLAY "  " BSA-KREDITOR-NR " "
                                       BSA-DEBITORGRUPPE " "
                                       BSA-KREDITOR-NAVN
                                       " AKTIV FRA "
                                       BSA-TILMELDT-DATO
                               ELSE
                                   DISPLAY "  " BSA-KREDITOR-NR " "
                                       BSA-DEBITORGRUPPE " "
                                       BSA-KREDITOR-NAVN
                                       " AFMELDT "
                                       BSA-AFMELDT-DATO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BSAFTALEFILE
               IF WS-BSA-VIST = ZEROES
                   DISPLAY "  (ingen aftaler)"
               END-IF
               DISPLAY "----------------------------------------"
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE39: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
