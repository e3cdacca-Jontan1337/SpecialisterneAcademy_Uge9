           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE122.

      *    Returned-mail register. When the post office sends a
      *    letter back as undeliverable it is registered here on
      *    Returpost.txt (RETURPOST.cpy), one line per customer:
      *
      *      R - register a returned letter: the letter's number on
      *          Korrespondancer.txt must belong to the customer;
      *          the return date may not lie before the letter was
      *          sent nor after today. From the next run every
      *          letter-producing program holds the customer's
      *          letters back (RETURPOSTKONTROL) and the customer
      *          stands on the Opgave123 address-verification queue
      *      O - lift a flag by hand (the letter was returned in
      *          error, or the address was confirmed as right);
      *          a new address recorded through Opgave14 or Opgave37
      *          lifts it by itself
      *      V - show a customer's flag
      *
      *    Every change is logged through AUDITLOG, old and new
      *    value 1 for an active flag and 0 for none.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RETURPOSTFILE ASSIGN TO "Returpost.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KUNDE-ID OF RETURPOSTREC
               FILE STATUS IS WS-RTP-STATUS.
           SELECT KORRESPONDANCEFILE ASSIGN TO "Korrespondancer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KOR-NR OF KORRESPONDANCEREC
               ALTERNATE RECORD KEY IS KOR-KUNDE-ID
                   OF KORRESPONDANCEREC WITH DUPLICATES
               FILE STATUS IS WS-KOR-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD RETURPOSTFILE.
           01 RETURPOSTREC.
               COPY "RETURPOST.cpy".

           FD KORRESPONDANCEFILE.
           01 KORRESPONDANCEREC.
               COPY "KORRESPONDANCE.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RTP-STATUS                PIC X(2).
           01 WS-KOR-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-REGISTRER         VALUE "R".
              88 WS-VALG-OPHAEV            VALUE "O".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-KOR-NR-IND                PIC X(7) VALUE SPACES.
           01 WS-KOR-NR-TAL REDEFINES WS-KOR-NR-IND
                                           PIC 9(7).
           01 WS-DATO-IND                  PIC X(8) VALUE SPACES.
           01 WS-DATO-TAL REDEFINES WS-DATO-IND
                                           PIC 9(8).

           01 WS-BREV-SWITCH               PIC X(1) VALUE "N".
              88 WS-BREV-FUNDET            VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-BREV-KUNDE-ID             PIC X(10) VALUE SPACES.
           01 WS-BREV-BREVTYPE             PIC X(12) VALUE SPACES.
           01 WS-BREV-DATO                 PIC 9(8) VALUE ZEROES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV122".
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
                   WHEN WS-VALG-REGISTRER
                       PERFORM REGISTRER-RETURPOST
                   WHEN WS-VALG-OPHAEV
                       PERFORM OPHAEV-RETURPOST
                   WHEN WS-VALG-VIS
                       PERFORM VIS-RETURPOST
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "RETURPOST".
           DISPLAY "R - Registrer returneret brev".
           DISPLAY "O - Ophaev returpostmarkering".
           DISPLAY "V - Vis kundens markering".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.
           INSPECT WS-MENU-VALG CONVERTING "rovx" TO "ROVX".

           REGISTRER-RETURPOST.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           DISPLAY "BREVNUMMER (Korrespondancer, 7 cifre): "
               WITH NO ADVANCING.
           ACCEPT WS-KOR-NR-IND.
           PERFORM LAES-BREV.
           DISPLAY "RETURNERET (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-DATO-IND.
           IF WS-DATO-IND = SPACES
               MOVE WS-DAGS-DATO TO WS-DATO-TAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-BREV-FUNDET
                   DISPLAY "Brevet findes ikke i Korrespondancer."
               WHEN WS-BREV-KUNDE-ID NOT = WS-VALGT-KUNDE-ID
                   DISPLAY "Brevet er sendt til kunde "
                       WS-BREV-KUNDE-ID ", ikke til "
                       WS-VALGT-KUNDE-ID "."
               WHEN WS-DATO-IND IS NOT NUMERIC
                   OR WS-DATO-TAL > WS-DAGS-DATO
                   OR WS-DATO-TAL < WS-BREV-DATO
                   DISPLAY "Datoen skal ligge mellem brevets dato ("
                       WS-BREV-DATO ") og i dag."
               WHEN OTHER
                   DISPLAY "Godkend returpost for " WS-VALGT-KUNDE-ID
                       " - " WS-BREV-BREVTYPE " af " WS-BREV-DATO
                       " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-RETURPOST
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

      *    A customer already flagged keeps the first returned
      *    letter and its count; the later one only confirms it.
           GEM-RETURPOST.
           PERFORM ABN-RETURPOSTFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KUNDE-ID TO RP-KUNDE-ID.
           READ RETURPOSTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-RECORD-FUNDET AND RP-ER-AKTIV
               DISPLAY "Kunden er allerede markeret siden "
                   RP-RETUR-DATO " (brev " RP-KOR-NR ")."
           ELSE
               MOVE ZEROES TO WS-OLD-BALANCE
               MOVE 1 TO WS-NEW-BALANCE
               MOVE "A" TO RP-STATUS
               MOVE WS-DATO-TAL TO RP-RETUR-DATO
               MOVE WS-KOR-NR-TAL TO RP-KOR-NR
               MOVE WS-BREV-BREVTYPE TO RP-BREVTYPE
               MOVE WS-BREV-DATO TO RP-BREV-DATO
               MOVE WS-DAGS-DATO TO RP-REGISTRERET-DATO
               MOVE WS-SIGNON-OPERATOER TO RP-OPERATOER
               MOVE ZEROES TO RP-UNDERTRYKT
               MOVE ZEROES TO RP-OPHAEVET-DATO
               MOVE SPACES TO RP-OPHAEVET-AF
               IF WS-RECORD-FUNDET
                   REWRITE RETURPOSTREC
               ELSE
                   WRITE RETURPOSTREC
               END-IF
               CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                   WS-VALGT-KUNDE-ID
                   WS-OLD-BALANCE WS-NEW-BALANCE
                   WS-AUDIT-RESULT
               DISPLAY "Returpost registreret - kundens breve "
                   "holdes tilbage."
           END-IF.
           CLOSE RETURPOSTFILE.

           OPHAEV-RETURPOST.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM ABN-RETURPOSTFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KUNDE-ID TO RP-KUNDE-ID.
           READ RETURPOSTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Kunden har ingen returpostmarkering."
               WHEN RP-ER-OPHAEVET
                   DISPLAY "Markeringen er allerede ophaevet ("
                       RP-OPHAEVET-DATO " af " RP-OPHAEVET-AF ")."
               WHEN OTHER
                   DISPLAY "Godkend ophaevelse - " RP-UNDERTRYKT
                       " breve holdt tilbage (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE 1 TO WS-OLD-BALANCE
                       MOVE ZEROES TO WS-NEW-BALANCE
                       MOVE "O" TO RP-STATUS
                       MOVE WS-DAGS-DATO TO RP-OPHAEVET-DATO
                       MOVE WS-SIGNON-OPERATOER TO RP-OPHAEVET-AF
                       REWRITE RETURPOSTREC
                       CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                           WS-VALGT-KUNDE-ID
                           WS-OLD-BALANCE WS-NEW-BALANCE
                           WS-AUDIT-RESULT
                       DISPLAY "Markering ophaevet."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE RETURPOSTFILE.

           VIS-RETURPOST.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT RETURPOSTFILE.
           IF WS-RTP-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO RP-KUNDE-ID
               READ RETURPOSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               CLOSE RETURPOSTFILE
           END-IF.
           IF NOT WS-RECORD-FUNDET
               DISPLAY "  (ingen returpost)"
           ELSE
               DISPLAY "  BREV " RP-KOR-NR " " RP-BREVTYPE
                   " AF " RP-BREV-DATO " RETURNERET " RP-RETUR-DATO
               DISPLAY "  REGISTRERET " RP-REGISTRERET-DATO
                   " AF " RP-OPERATOER
                   "  HOLDT TILBAGE: " RP-UNDERTRYKT " BREVE"
               IF RP-ER-AKTIV
                   DISPLAY "  AKTIV - breve holdes tilbage"
               ELSE
                   DISPLAY "  OPHAEVET " RP-OPHAEVET-DATO
                       " AF " RP-OPHAEVET-AF
               END-IF
           END-IF.

           LAES-BREV.
           MOVE "N" TO WS-BREV-SWITCH.
           MOVE SPACES TO WS-BREV-KUNDE-ID.
           MOVE SPACES TO WS-BREV-BREVTYPE.
           MOVE ZEROES TO WS-BREV-DATO.
           IF WS-KOR-NR-IND IS NUMERIC
               OPEN INPUT KORRESPONDANCEFILE
               IF WS-KOR-STATUS = "00"
                   MOVE WS-KOR-NR-TAL TO KOR-NR
                   READ KORRESPONDANCEFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-BREV-SWITCH
                           MOVE KOR-KUNDE-ID TO WS-BREV-KUNDE-ID
                           MOVE KOR-BREVTYPE TO WS-BREV-BREVTYPE
                           MOVE KOR-DATO TO WS-BREV-DATO
                   END-READ
                   CLOSE KORRESPONDANCEFILE
               END-IF
           END-IF.

           ABN-RETURPOSTFIL-IO.
           OPEN I-O RETURPOSTFILE.
           IF WS-RTP-STATUS NOT = "00"
               OPEN OUTPUT RETURPOSTFILE
               CLOSE RETURPOSTFILE
               OPEN I-O RETURPOSTFILE
           END-IF.
           IF WS-RTP-STATUS NOT = "00"
               STRING "Open Returpost.txt failed, status "
                   WS-RTP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE122: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
