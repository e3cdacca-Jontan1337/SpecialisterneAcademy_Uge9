           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE104.

      *    FATCA/CRS tax residency. The customer's signed
      *    self-certification - every country the customer is tax
      *    resident in, with the tax identification number (TIN)
      *    issued there - is kept on Skatteresidens.txt
      *    (SKATTERESIDENS.cpy), one line per country:
      *
      *      R - register (or correct) a country of residence: the
      *          customer must be on Kundeoplysninger.txt, the
      *          country two letters, and the TIN is required for
      *          every country but "DK"
      *      O - end a country of residence
      *      V - show a customer's self-certification
      *
      *    The Opgave105 nightly indicia check lists customers with
      *    a foreign address or phone and nothing on file here; the
      *    Opgave106 year-end extract reports the accounts of every
      *    customer resident abroad. Every change is logged through
      *    AUDITLOG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SKATTERESIDENSFILE ASSIGN TO "Skatteresidens.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKR-NOEGLE OF SKATTERESIDENSREC
               FILE STATUS IS WS-SKR-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD SKATTERESIDENSFILE.
           01 SKATTERESIDENSREC.
               COPY "SKATTERESIDENS.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-SKR-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-REGISTRER         VALUE "R".
              88 WS-VALG-OPHOER            VALUE "O".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-NYT-LAND                  PIC X(2) VALUE SPACES.
           01 WS-NY-TIN                    PIC X(20) VALUE SPACES.
      *    The date the customer signed, YYYYMMDD - blank is today.
           01 WS-CERT-DATO-IND             PIC X(8) VALUE SPACES.
           01 WS-NY-CERT-DATO              PIC 9(8) VALUE ZEROES.
           01 WS-DATO-OK                   PIC X(1) VALUE "N".

           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-KUNDE-NAVN                PIC X(41) VALUE SPACES.
           01 WS-VIS-ANTAL                 PIC 9(3) VALUE ZEROES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV104".
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
                       PERFORM REGISTRER-RESIDENS
                   WHEN WS-VALG-OPHOER
                       PERFORM OPHOER-RESIDENS
                   WHEN WS-VALG-VIS
                       PERFORM VIS-SELVCERTIFICERING
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "SKATTERESIDENS (FATCA/CRS)".
           DISPLAY "R - Registrer/ret skatteresidens".
           DISPLAY "O - Ophoer skatteresidens".
           DISPLAY "V - Vis kundens selvcertificering".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           REGISTRER-RESIDENS.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM LAES-KUNDE.
           DISPLAY "LAND (f.eks. DK, US, DE): " WITH NO ADVANCING.
           ACCEPT WS-NYT-LAND.
           INSPECT WS-NYT-LAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "TIN (blank for DK): " WITH NO ADVANCING.
           ACCEPT WS-NY-TIN.
           DISPLAY "SELVCERTIFICERING DATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-CERT-DATO-IND.
           PERFORM KONTROLLER-CERT-DATO.
           EVALUATE TRUE
               WHEN NOT WS-KUNDE-FUNDET
                   DISPLAY "Kunden findes ikke."
               WHEN WS-NYT-LAND IS NOT ALPHABETIC
                   OR WS-NYT-LAND(1:1) = SPACE
                   OR WS-NYT-LAND(2:1) = SPACE
                   DISPLAY "LAND skal vaere to bogstaver."
               WHEN WS-NYT-LAND NOT = "DK" AND WS-NY-TIN = SPACES
                   DISPLAY "TIN skal angives for " WS-NYT-LAND "."
               WHEN WS-DATO-OK NOT = "Y"
                   DISPLAY "Ugyldig dato."
               WHEN OTHER
                   DISPLAY "Godkend " WS-KUNDE-NAVN
                       " skattepligtig i " WS-NYT-LAND " (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-RESIDENS
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           KONTROLLER-CERT-DATO.
           MOVE "N" TO WS-DATO-OK.
           IF WS-CERT-DATO-IND = SPACES
               MOVE WS-DAGS-DATO TO WS-NY-CERT-DATO
               MOVE "Y" TO WS-DATO-OK
           ELSE
               IF WS-CERT-DATO-IND IS NUMERIC
                   MOVE WS-CERT-DATO-IND TO WS-NY-CERT-DATO
                   IF WS-NY-CERT-DATO <= WS-DAGS-DATO
                       AND WS-CERT-DATO-IND(5:2) >= "01"
                       AND WS-CERT-DATO-IND(5:2) <= "12"
                       AND WS-CERT-DATO-IND(7:2) >= "01"
                       AND WS-CERT-DATO-IND(7:2) <= "31"
                       MOVE "Y" TO WS-DATO-OK
                   END-IF
               END-IF
           END-IF.

           GEM-RESIDENS.
           PERFORM ABN-RESIDENSFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KUNDE-ID TO SKR-KUNDE-ID.
           MOVE WS-NYT-LAND TO SKR-LAND.
           READ SKATTERESIDENSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           MOVE WS-NY-TIN TO SKR-TIN.
           MOVE "A" TO SKR-STATUS.
           MOVE WS-NY-CERT-DATO TO SKR-SELVCERT-DATO.
           MOVE ZEROES TO SKR-OPHOERT-DATO.
           MOVE WS-SIGNON-OPERATOER TO SKR-OPERATOER.
           IF WS-RECORD-FUNDET
               REWRITE SKATTERESIDENSREC
           ELSE
               WRITE SKATTERESIDENSREC
           END-IF.
           CLOSE SKATTERESIDENSFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Skatteresidens registreret.".

           OPHOER-RESIDENS.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           DISPLAY "LAND: " WITH NO ADVANCING.
           ACCEPT WS-NYT-LAND.
           INSPECT WS-NYT-LAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM ABN-RESIDENSFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KUNDE-ID TO SKR-KUNDE-ID.
           MOVE WS-NYT-LAND TO SKR-LAND.
           READ SKATTERESIDENSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Skatteresidensen findes ikke."
               WHEN SKR-ER-OPHOERT
                   DISPLAY "Skatteresidensen er allerede ophoert ("
                       SKR-OPHOERT-DATO ")."
               WHEN OTHER
                   DISPLAY "Godkend ophoer af skatteresidens i "
                       SKR-LAND " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE "O" TO SKR-STATUS
                       MOVE WS-DAGS-DATO TO SKR-OPHOERT-DATO
                       MOVE WS-SIGNON-OPERATOER TO SKR-OPERATOER
                       REWRITE SKATTERESIDENSREC
                       CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                           WS-VALGT-KUNDE-ID
                           WS-OLD-BALANCE WS-NEW-BALANCE
                           WS-AUDIT-RESULT
                       DISPLAY "Skatteresidens ophoert."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE SKATTERESIDENSFILE.

           VIS-SELVCERTIFICERING.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM LAES-KUNDE.
           IF NOT WS-KUNDE-FUNDET
               DISPLAY "Kunden findes ikke."
           ELSE
               DISPLAY "KUNDE:    " WS-KUNDE-NAVN
               DISPLAY "ADRESSE:  " LANDE-KODE IN KUNDEOPLREC
                   "   TELEFON: " TELEFON-LANDEKODE IN KUNDEOPLREC
               PERFORM VIS-RESIDENSER
           END-IF.

           VIS-RESIDENSER.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           DISPLAY "SKATTERESIDENS:".
           OPEN INPUT SKATTERESIDENSFILE.
           IF WS-SKR-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO SKR-KUNDE-ID
               MOVE SPACES TO SKR-LAND
               START SKATTERESIDENSFILE
                   KEY IS >= SKR-NOEGLE OF SKATTERESIDENSREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ SKATTERESIDENSFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF SKR-KUNDE-ID NOT = WS-VALGT-KUNDE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM VIS-EN-RESIDENS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SKATTERESIDENSFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "  (ingen selvcertificering)"
           END-IF.

           VIS-EN-RESIDENS.
           ADD 1 TO WS-VIS-ANTAL.
           IF SKR-ER-AKTIV
               DISPLAY "  " SKR-LAND " TIN " SKR-TIN
                   " CERT " SKR-SELVCERT-DATO
           ELSE
               DISPLAY "  " SKR-LAND " TIN " SKR-TIN
                   " OPHOERT " SKR-OPHOERT-DATO
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
           MOVE WS-VALGT-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC.
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

           ABN-RESIDENSFIL-IO.
           OPEN I-O SKATTERESIDENSFILE.
           IF WS-SKR-STATUS NOT = "00"
               OPEN OUTPUT SKATTERESIDENSFILE
               CLOSE SKATTERESIDENSFILE
               OPEN I-O SKATTERESIDENSFILE
           END-IF.
           IF WS-SKR-STATUS NOT = "00"
               STRING "Open Skatteresidens.txt failed, status "
                   WS-SKR-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE104: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
