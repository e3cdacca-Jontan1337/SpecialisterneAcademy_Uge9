           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE114.

      *    Groups of connected clients (engagementer). A family's
      *    loans and overdrafts, or a company's and its
      *    subsidiaries', are spread over several KUNDE-IDs; the
      *    group ties them together under one limit. The group is
      *    kept on Engagementer.txt (ENGAGEMENT.cpy), its customers
      *    on EngagementMedlemmer.txt (ENGMEDLEM.cpy), and the
      *    Opgave115 month-end exposure report totals the group
      *    against its limit.
      *
      *      G - register (or correct) a group: its name and its
      *          limit in DKK
      *      M - add a customer to a group: the group must be
      *          registered and the customer on
      *          Kundeoplysninger.txt; a removed member can be
      *          added again
      *      F - remove a customer from a group
      *      V - show a group with its customers
      *
      *    Every change is logged through AUDITLOG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ENGAGEMENTFILE ASSIGN TO "Engagementer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENG-GRUPPE-ID OF ENGAGEMENTREC
               FILE STATUS IS WS-ENG-STATUS.
           SELECT ENGMEDLEMFILE ASSIGN TO "EngagementMedlemmer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EGM-NOEGLE OF ENGMEDLEMREC
               ALTERNATE RECORD KEY IS EGM-KUNDE-ID OF ENGMEDLEMREC
                   WITH DUPLICATES
               FILE STATUS IS WS-EGM-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ENGAGEMENTFILE.
           01 ENGAGEMENTREC.
               COPY "ENGAGEMENT.cpy".

           FD ENGMEDLEMFILE.
           01 ENGMEDLEMREC.
               COPY "ENGMEDLEM.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-ENG-STATUS                PIC X(2).
           01 WS-EGM-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-GRUPPE            VALUE "G".
              88 WS-VALG-MEDLEM            VALUE "M".
              88 WS-VALG-FJERN             VALUE "F".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-GRUPPE-ID           PIC X(10) VALUE SPACES.
           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-NY-NAVN                   PIC X(30) VALUE SPACES.
      *    Keyed as 9(11)V99 digits, e.g. 0000500000000 for
      *    5.000.000,00.
           01 WS-GRAENSE-IND               PIC X(13) VALUE SPACES.
           01 WS-GRAENSE-TAL REDEFINES WS-GRAENSE-IND
                                           PIC 9(11)V99.
           01 WS-GRAENSE-ED                PIC Z(10)9.99 VALUE ZEROES.

           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-GRUPPE-SWITCH             PIC X(1) VALUE "N".
              88 WS-GRUPPE-FUNDET          VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-OPSLAG-ID                 PIC X(10) VALUE SPACES.
           01 WS-KUNDE-NAVN                PIC X(41) VALUE SPACES.
           01 WS-VIS-ANTAL                 PIC 9(3) VALUE ZEROES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV114".
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
                   WHEN WS-VALG-GRUPPE
                       PERFORM REGISTRER-GRUPPE
                   WHEN WS-VALG-MEDLEM
                       PERFORM REGISTRER-MEDLEM
                   WHEN WS-VALG-FJERN
                       PERFORM FJERN-MEDLEM
                   WHEN WS-VALG-VIS
                       PERFORM VIS-GRUPPE
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "ENGAGEMENTER (FORBUNDNE KUNDER)".
           DISPLAY "G - Opret/ret engagement".
           DISPLAY "M - Tilknyt kunde".
           DISPLAY "F - Fjern kunde".
           DISPLAY "V - Vis engagement med kunder".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           REGISTRER-GRUPPE.
           DISPLAY "ENGAGEMENT-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-GRUPPE-ID.
           PERFORM LAES-GRUPPE.
           IF WS-GRUPPE-FUNDET
               MOVE ENG-GRAENSE TO WS-GRAENSE-ED
               DISPLAY "Nu: " ENG-NAVN " GRAENSE " WS-GRAENSE-ED
           END-IF.
           DISPLAY "NAVN: " WITH NO ADVANCING.
           ACCEPT WS-NY-NAVN.
           DISPLAY "GRAENSE DKK (9(11)V99, f.eks. 0000500000000): "
               WITH NO ADVANCING.
           ACCEPT WS-GRAENSE-IND.
           EVALUATE TRUE
               WHEN WS-VALGT-GRUPPE-ID = SPACES
                   DISPLAY "ENGAGEMENT-ID skal udfyldes."
               WHEN WS-NY-NAVN = SPACES
                   DISPLAY "NAVN skal udfyldes."
               WHEN WS-GRAENSE-IND IS NOT NUMERIC
                   DISPLAY "GRAENSE skal vaere 13 cifre."
               WHEN OTHER
                   MOVE WS-GRAENSE-TAL TO WS-GRAENSE-ED
                   DISPLAY "Godkend " WS-NY-NAVN " med graense "
                       WS-GRAENSE-ED " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-GRUPPE
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           GEM-GRUPPE.
           PERFORM ABN-GRUPPEFIL-IO.
           MOVE SPACES TO ENGAGEMENTREC.
           MOVE WS-VALGT-GRUPPE-ID TO ENG-GRUPPE-ID.
           MOVE WS-NY-NAVN TO ENG-NAVN.
           MOVE WS-GRAENSE-TAL TO ENG-GRAENSE.
           MOVE "A" TO ENG-STATUS.
           MOVE WS-DAGS-DATO TO ENG-DATO.
           MOVE WS-SIGNON-OPERATOER TO ENG-OPERATOER.
           WRITE ENGAGEMENTREC
               INVALID KEY
                   REWRITE ENGAGEMENTREC
           END-WRITE.
           CLOSE ENGAGEMENTFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-GRUPPE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Engagement registreret.".

           REGISTRER-MEDLEM.
           DISPLAY "ENGAGEMENT-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-GRUPPE-ID.
           PERFORM LAES-GRUPPE.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           MOVE WS-VALGT-KUNDE-ID TO WS-OPSLAG-ID.
           PERFORM LAES-KUNDE.
           EVALUATE TRUE
               WHEN NOT WS-GRUPPE-FUNDET
                   DISPLAY "Engagementet findes ikke."
               WHEN NOT WS-KUNDE-FUNDET
                   DISPLAY "Kunden findes ikke."
               WHEN OTHER
                   DISPLAY "Godkend " WS-KUNDE-NAVN " i "
                       ENG-NAVN " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-MEDLEM
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           GEM-MEDLEM.
           PERFORM ABN-MEDLEMFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-GRUPPE-ID TO EGM-GRUPPE-ID.
           MOVE WS-VALGT-KUNDE-ID TO EGM-KUNDE-ID.
           READ ENGMEDLEMFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-RECORD-FUNDET AND EGM-ER-AKTIV
               DISPLAY "Kunden er allerede i engagementet."
           ELSE
               MOVE "A" TO EGM-STATUS
               MOVE WS-DAGS-DATO TO EGM-FRA-DATO
               MOVE ZEROES TO EGM-TIL-DATO
               MOVE WS-SIGNON-OPERATOER TO EGM-OPERATOER
               IF WS-RECORD-FUNDET
                   REWRITE ENGMEDLEMREC
               ELSE
                   WRITE ENGMEDLEMREC
               END-IF
               CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                   WS-VALGT-KUNDE-ID
                   WS-OLD-BALANCE WS-NEW-BALANCE
                   WS-AUDIT-RESULT
               DISPLAY "Kunde tilknyttet."
           END-IF.
           CLOSE ENGMEDLEMFILE.

           FJERN-MEDLEM.
           DISPLAY "ENGAGEMENT-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-GRUPPE-ID.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM ABN-MEDLEMFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-GRUPPE-ID TO EGM-GRUPPE-ID.
           MOVE WS-VALGT-KUNDE-ID TO EGM-KUNDE-ID.
           READ ENGMEDLEMFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Kunden er ikke i engagementet."
               WHEN EGM-ER-OPHOERT
                   DISPLAY "Kunden er allerede fjernet ("
                       EGM-TIL-DATO ")."
               WHEN OTHER
                   DISPLAY "Godkend fjernelse af kunden (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE "O" TO EGM-STATUS
                       MOVE WS-DAGS-DATO TO EGM-TIL-DATO
                       MOVE WS-SIGNON-OPERATOER TO EGM-OPERATOER
                       REWRITE ENGMEDLEMREC
                       CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                           WS-VALGT-KUNDE-ID
                           WS-OLD-BALANCE WS-NEW-BALANCE
                           WS-AUDIT-RESULT
                       DISPLAY "Kunde fjernet."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE ENGMEDLEMFILE.

           VIS-GRUPPE.
           DISPLAY "ENGAGEMENT-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-GRUPPE-ID.
           PERFORM LAES-GRUPPE.
           IF NOT WS-GRUPPE-FUNDET
               DISPLAY "Engagementet findes ikke."
           ELSE
               MOVE ENG-GRAENSE TO WS-GRAENSE-ED
               DISPLAY "ENGAGEMENT:  " ENG-NAVN
               DISPLAY "GRAENSE DKK: " WS-GRAENSE-ED
               DISPLAY "REGISTRERET: " ENG-DATO " AF " ENG-OPERATOER
               PERFORM VIS-MEDLEMMER
           END-IF.

           VIS-MEDLEMMER.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           DISPLAY "KUNDER:".
           OPEN INPUT ENGMEDLEMFILE.
           IF WS-EGM-STATUS = "00"
               MOVE WS-VALGT-GRUPPE-ID TO EGM-GRUPPE-ID
               MOVE SPACES TO EGM-KUNDE-ID
               START ENGMEDLEMFILE
                   KEY IS >= EGM-NOEGLE OF ENGMEDLEMREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ ENGMEDLEMFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF EGM-GRUPPE-ID NOT = WS-VALGT-GRUPPE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM VIS-ET-MEDLEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENGMEDLEMFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "  (ingen registreret)"
           END-IF.

           VIS-ET-MEDLEM.
           ADD 1 TO WS-VIS-ANTAL.
           MOVE EGM-KUNDE-ID TO WS-OPSLAG-ID.
           PERFORM LAES-KUNDE.
           IF EGM-ER-AKTIV
               DISPLAY "  " EGM-KUNDE-ID " " WS-KUNDE-NAVN
                   " FRA " EGM-FRA-DATO
           ELSE
               DISPLAY "  " EGM-KUNDE-ID " " WS-KUNDE-NAVN
                   " FJERNET " EGM-TIL-DATO
           END-IF.

           LAES-GRUPPE.
           MOVE "N" TO WS-GRUPPE-SWITCH.
           OPEN INPUT ENGAGEMENTFILE.
           IF WS-ENG-STATUS = "00"
               MOVE WS-VALGT-GRUPPE-ID TO ENG-GRUPPE-ID
               READ ENGAGEMENTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-GRUPPE-SWITCH
               END-READ
               CLOSE ENGAGEMENTFILE
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

           ABN-GRUPPEFIL-IO.
           OPEN I-O ENGAGEMENTFILE.
           IF WS-ENG-STATUS NOT = "00"
               OPEN OUTPUT ENGAGEMENTFILE
               CLOSE ENGAGEMENTFILE
               OPEN I-O ENGAGEMENTFILE
           END-IF.
           IF WS-ENG-STATUS NOT = "00"
               STRING "Open Engagementer.txt failed, status "
                   WS-ENG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABN-MEDLEMFIL-IO.
           OPEN I-O ENGMEDLEMFILE.
           IF WS-EGM-STATUS NOT = "00"
               OPEN OUTPUT ENGMEDLEMFILE
               CLOSE ENGMEDLEMFILE
               OPEN I-O ENGMEDLEMFILE
           END-IF.
           IF WS-EGM-STATUS NOT = "00"
               STRING "Open EngagementMedlemmer.txt failed, status "
                   WS-EGM-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE114: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
