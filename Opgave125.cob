           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE125.

      *    Identity document register. The verified ID document KYC
      *    requires for every customer - the photocopy in the
      *    binder, retired - is kept on IdDokumenter.txt
      *    (IDDOKUMENT.cpy), one line per customer and document
      *    type:
      *
      *      R - register a document the branch has seen: passport,
      *          driving licence or residence permit, its number,
      *          issuing country and expiry date. An expired
      *          document cannot be registered. A renewed document
      *          is keyed over the old one of the same type. The
      *          customer may be one not yet created - the
      *          document is keyed before the application goes to
      *          the Opgave52 origination, which refuses an
      *          applicant with no valid document on file - but
      *          never one erased under Opgave41
      *      S - remove a document keyed in error
      *      V - show a customer's documents
      *
      *    The Opgave126 nightly check queues customers whose
      *    document has expired or soon will. Every change is
      *    logged through AUDITLOG, old and new value 1 for a
      *    document of the type on file and 0 for none.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT IDDOKUMENTFILE ASSIGN TO "IdDokumenter.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-NOEGLE OF IDDOKUMENTREC
               FILE STATUS IS WS-IDD-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD IDDOKUMENTFILE.
           01 IDDOKUMENTREC.
               COPY "IDDOKUMENT.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-IDD-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-REGISTRER         VALUE "R".
              88 WS-VALG-SLET              VALUE "S".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-NY-DOKTYPE                PIC X(1) VALUE SPACES.
              88 WS-DOKTYPE-GYLDIG         VALUE "P" "K" "O".
           01 WS-NYT-NUMMER                PIC X(20) VALUE SPACES.
           01 WS-NYT-LAND                  PIC X(2) VALUE SPACES.
           01 WS-DATO-IND                  PIC X(8) VALUE SPACES.
           01 WS-DATO-TAL REDEFINES WS-DATO-IND
                                           PIC 9(8).

           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-SLETTET-SWITCH            PIC X(1) VALUE "N".
              88 WS-KUNDE-SLETTET          VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-KUNDE-NAVN                PIC X(41) VALUE SPACES.
           01 WS-VIS-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-DOKTYPE-TEKST             PIC X(18) VALUE SPACES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV125".
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
                       PERFORM REGISTRER-DOKUMENT
                   WHEN WS-VALG-SLET
                       PERFORM SLET-DOKUMENT
                   WHEN WS-VALG-VIS
                       PERFORM VIS-KUNDENS-DOKUMENTER
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "LEGITIMATIONSDOKUMENTER".
           DISPLAY "R - Registrer dokument".
           DISPLAY "S - Slet fejlregistreret dokument".
           DISPLAY "V - Vis kundens dokumenter".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.
           INSPECT WS-MENU-VALG CONVERTING "rsvx" TO "RSVX".

           REGISTRER-DOKUMENT.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM LAES-KUNDE.
           DISPLAY "DOKUMENT (P=pas, K=koerekort, "
               "O=opholdstilladelse): " WITH NO ADVANCING.
           ACCEPT WS-NY-DOKTYPE.
           INSPECT WS-NY-DOKTYPE CONVERTING "pko" TO "PKO".
           DISPLAY "DOKUMENTNUMMER: " WITH NO ADVANCING.
           ACCEPT WS-NYT-NUMMER.
           DISPLAY "UDSTEDT AF LAND (2 bogstaver, fx DK): "
               WITH NO ADVANCING.
           ACCEPT WS-NYT-LAND.
           INSPECT WS-NYT-LAND CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "UDLOEBSDATO (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATO-IND.
           EVALUATE TRUE
               WHEN WS-VALGT-KUNDE-ID = SPACES
                   DISPLAY "KUNDE-ID skal udfyldes."
               WHEN WS-KUNDE-SLETTET
                   DISPLAY "Kunden er slettet - dokument kan ikke "
                       "registreres."
               WHEN NOT WS-DOKTYPE-GYLDIG
                   DISPLAY "DOKUMENT skal vaere P, K eller O."
               WHEN WS-NYT-NUMMER = SPACES
                   DISPLAY "DOKUMENTNUMMER skal udfyldes."
               WHEN WS-NYT-LAND IS NOT ALPHABETIC
                   OR WS-NYT-LAND(1:1) = SPACE
                   OR WS-NYT-LAND(2:1) = SPACE
                   DISPLAY "LAND skal vaere to bogstaver."
               WHEN WS-DATO-IND IS NOT NUMERIC
                   OR WS-DATO-TAL NOT > WS-DAGS-DATO
                   DISPLAY "Udloebsdatoen skal vaere en dato efter "
                       "i dag - et udloebet dokument kan ikke "
                       "registreres."
               WHEN OTHER
                   IF NOT WS-KUNDE-FUNDET
                       DISPLAY "ADVARSEL: kunden er ikke oprettet "
                           "endnu - dokumentet gemmes til "
                           "oprettelsen."
                   END-IF
                   DISPLAY "Godkend dokument " WS-NY-DOKTYPE " "
                       WS-NYT-NUMMER " for " WS-VALGT-KUNDE-ID
                       " " WS-KUNDE-NAVN " (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-DOKUMENT
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           GEM-DOKUMENT.
           PERFORM ABN-DOKUMENTFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KUNDE-ID TO IDD-KUNDE-ID.
           MOVE WS-NY-DOKTYPE TO IDD-DOKTYPE.
           READ IDDOKUMENTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-RECORD-FUNDET
               MOVE 1 TO WS-OLD-BALANCE
           ELSE
               MOVE ZEROES TO WS-OLD-BALANCE
           END-IF.
           MOVE 1 TO WS-NEW-BALANCE.
           MOVE WS-NYT-NUMMER TO IDD-NUMMER.
           MOVE WS-NYT-LAND TO IDD-LAND.
           MOVE WS-DATO-TAL TO IDD-UDLOEB-DATO.
           MOVE WS-DAGS-DATO TO IDD-REGISTRERET-DATO.
           MOVE WS-SIGNON-OPERATOER TO IDD-OPERATOER.
           IF WS-RECORD-FUNDET
               REWRITE IDDOKUMENTREC
           ELSE
               WRITE IDDOKUMENTREC
           END-IF.
           CLOSE IDDOKUMENTFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Dokument registreret.".

           SLET-DOKUMENT.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           DISPLAY "DOKUMENT (P/K/O): " WITH NO ADVANCING.
           ACCEPT WS-NY-DOKTYPE.
           INSPECT WS-NY-DOKTYPE CONVERTING "pko" TO "PKO".
           PERFORM ABN-DOKUMENTFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KUNDE-ID TO IDD-KUNDE-ID.
           MOVE WS-NY-DOKTYPE TO IDD-DOKTYPE.
           READ IDDOKUMENTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF NOT WS-RECORD-FUNDET
               DISPLAY "Dokumentet findes ikke."
           ELSE
               PERFORM BEKRAEFT-SLETNING
           END-IF.
           CLOSE IDDOKUMENTFILE.

           BEKRAEFT-SLETNING.
           DISPLAY "Slet " IDD-DOKTYPE " " IDD-NUMMER
               " udloeber " IDD-UDLOEB-DATO " (J/N): "
               WITH NO ADVANCING.
           ACCEPT WS-BEKRAEFT.
           IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
               MOVE 1 TO WS-OLD-BALANCE
               MOVE ZEROES TO WS-NEW-BALANCE
               DELETE IDDOKUMENTFILE RECORD
               CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                   WS-VALGT-KUNDE-ID
                   WS-OLD-BALANCE WS-NEW-BALANCE
                   WS-AUDIT-RESULT
               DISPLAY "Dokument slettet."
           ELSE
               DISPLAY "Annulleret."
           END-IF.

           VIS-KUNDENS-DOKUMENTER.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT IDDOKUMENTFILE.
           IF WS-IDD-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO IDD-KUNDE-ID
               MOVE SPACES TO IDD-DOKTYPE
               START IDDOKUMENTFILE
                   KEY IS >= IDD-NOEGLE OF IDDOKUMENTREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ IDDOKUMENTFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF IDD-KUNDE-ID NOT = WS-VALGT-KUNDE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM VIS-ET-DOKUMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IDDOKUMENTFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "  (ingen dokumenter)"
           END-IF.

           VIS-ET-DOKUMENT.
           ADD 1 TO WS-VIS-ANTAL.
           EVALUATE TRUE
               WHEN IDD-ER-PAS
                   MOVE "PAS" TO WS-DOKTYPE-TEKST
               WHEN IDD-ER-KOEREKORT
                   MOVE "KOEREKORT" TO WS-DOKTYPE-TEKST
               WHEN OTHER
                   MOVE "OPHOLDSTILLADELSE" TO WS-DOKTYPE-TEKST
           END-EVALUATE.
           IF IDD-UDLOEB-DATO < WS-DAGS-DATO
               DISPLAY "  " IDD-DOKTYPE " " WS-DOKTYPE-TEKST
                   " " IDD-NUMMER " " IDD-LAND
                   " UDLOEBET " IDD-UDLOEB-DATO
           ELSE
               DISPLAY "  " IDD-DOKTYPE " " WS-DOKTYPE-TEKST
                   " " IDD-NUMMER " " IDD-LAND
                   " UDLOEBER " IDD-UDLOEB-DATO
           END-IF.

      *    An erased customer keeps the SLETTET placeholder Opgave41
      *    left in the name fields.
           LAES-KUNDE.
           MOVE "N" TO WS-KUNDE-SWITCH.
           MOVE "N" TO WS-SLETTET-SWITCH.
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
                   STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SPACE
                       " " EFTERNAVN IN KUNDEOPLREC
                       DELIMITED BY SIZE INTO WS-KUNDE-NAVN
                   IF FORNAVN IN KUNDEOPLREC = "SLETTET"
                       AND EFTERNAVN IN KUNDEOPLREC = "SLETTET"
                       MOVE "Y" TO WS-SLETTET-SWITCH
                   END-IF
           END-READ.
           CLOSE KUNDEOPLFILE.

           ABN-DOKUMENTFIL-IO.
           OPEN I-O IDDOKUMENTFILE.
           IF WS-IDD-STATUS NOT = "00"
               OPEN OUTPUT IDDOKUMENTFILE
               CLOSE IDDOKUMENTFILE
               OPEN I-O IDDOKUMENTFILE
           END-IF.
           IF WS-IDD-STATUS NOT = "00"
               STRING "Open IdDokumenter.txt failed, status "
                   WS-IDD-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE125: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
