           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE102.

      *    Betalingsservice mandates at the branch. The clearing
      *    house normally registers and cancels mandates with its
      *    BS03/BS04 records through Opgave48; this screen keeps
      *    the same register, BSAftaler.txt (BSAFTALE.cpy), for the
      *    customer who comes in with a paper slip or wants a
      *    creditor stopped today.
      *
      *      T - tilmeld: register (or revive) a mandate on an
      *          account that exists and is not closed, for an
      *          8-digit creditor number and a 5-digit debtor
      *          group, with the customer's number at the creditor
      *      A - afmeld: cancel an active mandate
      *      V - show the account's mandates
      *
      *    A cancelled mandate is kept, not deleted, and every
      *    change is logged through AUDITLOG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BSAFTALEFILE ASSIGN TO "BSAftaler.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSA-NOEGLE OF BSAFTALEREC
               FILE STATUS IS WS-BSA-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD BSAFTALEFILE.
           01 BSAFTALEREC.
               COPY "BSAFTALE.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-BSA-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-TILMELD           VALUE "T".
              88 WS-VALG-AFMELD            VALUE "A".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-VALGT-KREDITOR-NR         PIC X(8) VALUE SPACES.
           01 WS-VALGT-DEBITORGRUPPE       PIC X(5) VALUE SPACES.
           01 WS-VALGT-KUNDENUMMER         PIC X(15) VALUE SPACES.
           01 WS-VALGT-KREDITOR-NAVN       PIC X(20) VALUE SPACES.

           01 WS-KONTO-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-END-OF-BSA                PIC 9(1) VALUE ZEROES.
           01 WS-BSA-VIST                  PIC 9(3) VALUE ZEROES.

           01 WS-AUDIT-ID                  PIC X(10) VALUE SPACES.
           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV102".
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
                   WHEN WS-VALG-TILMELD
                       PERFORM TILMELD-AFTALE
                   WHEN WS-VALG-AFMELD
                       PERFORM AFMELD-AFTALE
                   WHEN WS-VALG-VIS
                       PERFORM VIS-AFTALER
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "BETALINGSSERVICE-AFTALER".
           DISPLAY "T - Tilmeld aftale".
           DISPLAY "A - Afmeld aftale".
           DISPLAY "V - Vis kontoens aftaler".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           TILMELD-AFTALE.
           PERFORM INDTAST-NOEGLE.
           PERFORM LAES-KONTO.
           DISPLAY "KUNDENUMMER HOS KREDITOR: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDENUMMER.
           DISPLAY "KREDITORS NAVN: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KREDITOR-NAVN.
           EVALUATE TRUE
               WHEN NOT WS-KONTO-FUNDET
                   DISPLAY "Kontoen findes ikke."
               WHEN KONTO-ER-LUKKET IN KONTOOPLREC
                   DISPLAY "Kontoen er lukket."
               WHEN WS-VALGT-KREDITOR-NR IS NOT NUMERIC
                   DISPLAY "KREDITORNUMMER skal vaere 8 cifre."
               WHEN WS-VALGT-DEBITORGRUPPE IS NOT NUMERIC
                   DISPLAY "DEBITORGRUPPE skal vaere 5 cifre."
               WHEN WS-VALGT-KUNDENUMMER = SPACES
                   DISPLAY "KUNDENUMMER skal udfyldes."
               WHEN OTHER
                   DISPLAY "Godkend tilmelding (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-TILMELDING
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

      *    A mandate already on file is revived rather than
      *    written twice; one that is active is left alone.
           GEM-TILMELDING.
           PERFORM ABN-AFTALEFIL-IO.
           PERFORM LAES-AFTALE.
           IF WS-RECORD-FUNDET AND BSA-ER-AKTIV
               DISPLAY "Aftalen er allerede aktiv."
           ELSE
               MOVE WS-VALGT-KUNDENUMMER TO BSA-KUNDENUMMER
               MOVE WS-VALGT-KREDITOR-NAVN TO BSA-KREDITOR-NAVN
               MOVE "A" TO BSA-STATUS
               MOVE "F" TO BSA-KILDE
               MOVE WS-DAGS-DATO TO BSA-TILMELDT-DATO
               MOVE ZEROES TO BSA-AFMELDT-DATO
               MOVE WS-SIGNON-OPERATOER TO BSA-OPERATOER
               IF WS-RECORD-FUNDET
                   REWRITE BSAFTALEREC
               ELSE
                   WRITE BSAFTALEREC
               END-IF
               PERFORM LOG-AENDRING
               DISPLAY "Aftale tilmeldt."
           END-IF.
           CLOSE BSAFTALEFILE.

           AFMELD-AFTALE.
           PERFORM INDTAST-NOEGLE.
           PERFORM ABN-AFTALEFIL-IO.
           PERFORM LAES-AFTALE.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Aftalen findes ikke."
               WHEN NOT BSA-ER-AKTIV
                   DISPLAY "Aftalen er allerede afmeldt ("
                       BSA-AFMELDT-DATO ")."
               WHEN OTHER
                   DISPLAY "Afmeld " BSA-KREDITOR-NAVN
                       " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE "O" TO BSA-STATUS
                       MOVE "F" TO BSA-KILDE
                       MOVE WS-DAGS-DATO TO BSA-AFMELDT-DATO
                       MOVE WS-SIGNON-OPERATOER TO BSA-OPERATOER
                       REWRITE BSAFTALEREC
                       PERFORM LOG-AENDRING
                       DISPLAY "Aftale afmeldt."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE BSAFTALEFILE.

           VIS-AFTALER.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           MOVE ZEROES TO WS-BSA-VIST.
           MOVE ZEROES TO WS-END-OF-BSA.
           OPEN INPUT BSAFTALEFILE.
           IF WS-BSA-STATUS NOT = "00"
               DISPLAY "(ingen aftaler)"
           ELSE
               MOVE WS-VALGT-KONTONUMMER TO BSA-KONTONUMMER
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
                               NOT = WS-VALGT-KONTONUMMER
                               MOVE 1 TO WS-END-OF-BSA
                           ELSE
                               ADD 1 TO WS-BSA-VIST
                               DISPLAY BSA-KREDITOR-NR " "
                                   BSA-DEBITORGRUPPE " "
                                   BSA-KREDITOR-NAVN " "
                                   BSA-KUNDENUMMER " "
                                   BSA-STATUS " "
                                   BSA-TILMELDT-DATO " "
                                   BSA-AFMELDT-DATO " "
                                   BSA-KILDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BSAFTALEFILE
               IF WS-BSA-VIST = ZEROES
                   DISPLAY "(ingen aftaler)"
               END-IF
           END-IF.

           INDTAST-NOEGLE.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           DISPLAY "KREDITORNUMMER (8 cifre): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KREDITOR-NR.
           DISPLAY "DEBITORGRUPPE (5 cifre): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-DEBITORGRUPPE.

           LAES-AFTALE.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KONTONUMMER TO BSA-KONTONUMMER.
           MOVE WS-VALGT-KREDITOR-NR TO BSA-KREDITOR-NR.
           MOVE WS-VALGT-DEBITORGRUPPE TO BSA-DEBITORGRUPPE.
           READ BSAFTALEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

           LOG-AENDRING.
           MOVE WS-VALGT-KONTONUMMER TO WS-AUDIT-ID.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-AUDIT-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.

           LAES-KONTO.
           MOVE "N" TO WS-KONTO-SWITCH.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE WS-VALGT-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KONTO-SWITCH
           END-READ.
           CLOSE KONTOOPLFILE.

           ABN-AFTALEFIL-IO.
           OPEN I-O BSAFTALEFILE.
           IF WS-BSA-STATUS NOT = "00"
               OPEN OUTPUT BSAFTALEFILE
               CLOSE BSAFTALEFILE
               OPEN I-O BSAFTALEFILE
           END-IF.
           IF WS-BSA-STATUS NOT = "00"
               STRING "Open BSAftaler.txt failed, status "
                   WS-BSA-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE102: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
