           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE120.

      *    Marketing consent register. Which customers have agreed
      *    to be contacted by marketing, and on which channel -
      *    letter, email, SMS or phone - is kept on
      *    MarketingSamtykker.txt (SAMTYKKE.cpy), one line per
      *    customer and channel:
      *
      *      G - register a consent: the customer must be on
      *          Kundeoplysninger.txt and not erased under Opgave41;
      *          the consent date is the day the customer signed,
      *          never later than today. The operator is warned
      *          when KundeKontakter.txt has no email or phone to
      *          use the channel with
      *      T - withdraw a consent, from the day the customer
      *          asked
      *      V - show a customer's consents
      *
      *    The Opgave121 campaign extract selects only customers
      *    with a consent standing on the chosen channel. Every
      *    change is logged through AUDITLOG, old and new value 1
      *    for a standing consent and 0 for none.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SAMTYKKEFILE ASSIGN TO "MarketingSamtykker.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAM-NOEGLE OF SAMTYKKEREC
               FILE STATUS IS WS-SAM-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KONTAKTFILE ASSIGN TO "KundeKontakter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTA-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD SAMTYKKEFILE.
           01 SAMTYKKEREC.
               COPY "SAMTYKKE.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTAKTFILE.
           01 KONTAKTREC.
               COPY "KONTAKTOPL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-SAM-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KTA-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-GIV               VALUE "G".
              88 WS-VALG-TILBAGEKALD       VALUE "T".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-NY-KANAL                  PIC X(1) VALUE SPACES.
              88 WS-KANAL-GYLDIG           VALUE "B" "E" "S" "T".
           01 WS-DATO-IND                  PIC X(8) VALUE SPACES.
           01 WS-DATO-TAL REDEFINES WS-DATO-IND
                                           PIC 9(8).

           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-SLETTET-SWITCH            PIC X(1) VALUE "N".
              88 WS-KUNDE-SLETTET          VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-KONTAKT-SWITCH            PIC X(1) VALUE "N".
              88 WS-KONTAKT-FUNDET         VALUE "Y".

           01 WS-KUNDE-NAVN                PIC X(41) VALUE SPACES.
           01 WS-VIS-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-KANAL-TEKST               PIC X(7) VALUE SPACES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV120".
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
                   WHEN WS-VALG-GIV
                       PERFORM GIV-SAMTYKKE
                   WHEN WS-VALG-TILBAGEKALD
                       PERFORM TILBAGEKALD-SAMTYKKE
                   WHEN WS-VALG-VIS
                       PERFORM VIS-KUNDENS-SAMTYKKER
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "MARKETINGSAMTYKKER".
           DISPLAY "G - Giv samtykke".
           DISPLAY "T - Tilbagekald samtykke".
           DISPLAY "V - Vis kundens samtykker".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.
           INSPECT WS-MENU-VALG CONVERTING "gtvx" TO "GTVX".

           GIV-SAMTYKKE.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM LAES-KUNDE.
           DISPLAY "KANAL (B=brev, E=email, S=SMS, T=telefon): "
               WITH NO ADVANCING.
           ACCEPT WS-NY-KANAL.
           INSPECT WS-NY-KANAL CONVERTING "best" TO "BEST".
           DISPLAY "SAMTYKKE GIVET (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-DATO-IND.
           IF WS-DATO-IND = SPACES
               MOVE WS-DAGS-DATO TO WS-DATO-TAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-KUNDE-FUNDET
                   DISPLAY "Kunden findes ikke."
               WHEN WS-KUNDE-SLETTET
                   DISPLAY "Kunden er slettet - samtykke kan ikke "
                       "registreres."
               WHEN NOT WS-KANAL-GYLDIG
                   DISPLAY "KANAL skal vaere B, E, S eller T."
               WHEN WS-DATO-IND IS NOT NUMERIC
                   OR WS-DATO-TAL > WS-DAGS-DATO
                   DISPLAY "Datoen skal vaere en dato, ikke "
                       "senere end i dag."
               WHEN OTHER
                   PERFORM KONTROLLER-KONTAKT
                   IF NOT WS-KONTAKT-FUNDET
                       DISPLAY "ADVARSEL: kunden har ingen "
                           WS-KANAL-TEKST " i KundeKontakter - "
                           "kanalen kan ikke bruges foer den er "
                           "oprettet"
                   END-IF
                   DISPLAY "Godkend samtykke " WS-NY-KANAL
                       " for " WS-KUNDE-NAVN " (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-SAMTYKKE
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           GEM-SAMTYKKE.
           PERFORM ABN-SAMTYKKEFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KUNDE-ID TO SAM-KUNDE-ID.
           MOVE WS-NY-KANAL TO SAM-KANAL.
           READ SAMTYKKEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-RECORD-FUNDET AND SAM-TILBAGE-DATO = ZEROES
               MOVE 1 TO WS-OLD-BALANCE
           ELSE
               MOVE ZEROES TO WS-OLD-BALANCE
           END-IF.
           MOVE 1 TO WS-NEW-BALANCE.
           MOVE WS-DATO-TAL TO SAM-SAMTYKKE-DATO.
           MOVE ZEROES TO SAM-TILBAGE-DATO.
           MOVE WS-SIGNON-OPERATOER TO SAM-OPERATOER.
           IF WS-RECORD-FUNDET
               REWRITE SAMTYKKEREC
           ELSE
               WRITE SAMTYKKEREC
           END-IF.
           CLOSE SAMTYKKEFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Samtykke registreret.".

           TILBAGEKALD-SAMTYKKE.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           DISPLAY "KANAL (B/E/S/T): " WITH NO ADVANCING.
           ACCEPT WS-NY-KANAL.
           INSPECT WS-NY-KANAL CONVERTING "best" TO "BEST".
           PERFORM ABN-SAMTYKKEFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KUNDE-ID TO SAM-KUNDE-ID.
           MOVE WS-NY-KANAL TO SAM-KANAL.
           READ SAMTYKKEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Samtykket findes ikke."
               WHEN SAM-TILBAGE-DATO NOT = ZEROES
                   DISPLAY "Samtykket er allerede tilbagekaldt ("
                       SAM-TILBAGE-DATO ")."
               WHEN OTHER
                   PERFORM BEKRAEFT-TILBAGEKALD
           END-EVALUATE.
           CLOSE SAMTYKKEFILE.

      *    The withdrawal may be dated back to the day the customer
      *    asked, but not before the consent itself.
           BEKRAEFT-TILBAGEKALD.
           DISPLAY "TILBAGEKALDT (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-DATO-IND.
           IF WS-DATO-IND = SPACES
               MOVE WS-DAGS-DATO TO WS-DATO-TAL
           END-IF.
           IF WS-DATO-IND IS NOT NUMERIC
               OR WS-DATO-TAL > WS-DAGS-DATO
               OR WS-DATO-TAL < SAM-SAMTYKKE-DATO
               DISPLAY "Datoen skal ligge mellem samtykket ("
                   SAM-SAMTYKKE-DATO ") og i dag."
           ELSE
               DISPLAY "Godkend tilbagekald af samtykke "
                   SAM-KANAL " (J/N): " WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
               IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                   MOVE 1 TO WS-OLD-BALANCE
                   MOVE ZEROES TO WS-NEW-BALANCE
                   MOVE WS-DATO-TAL TO SAM-TILBAGE-DATO
                   MOVE WS-SIGNON-OPERATOER TO SAM-OPERATOER
                   REWRITE SAMTYKKEREC
                   CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                       WS-VALGT-KUNDE-ID
                       WS-OLD-BALANCE WS-NEW-BALANCE
                       WS-AUDIT-RESULT
                   DISPLAY "Samtykke tilbagekaldt."
               ELSE
                   DISPLAY "Annulleret."
               END-IF
           END-IF.

           VIS-KUNDENS-SAMTYKKER.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT SAMTYKKEFILE.
           IF WS-SAM-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO SAM-KUNDE-ID
               MOVE SPACES TO SAM-KANAL
               START SAMTYKKEFILE
                   KEY IS >= SAM-NOEGLE OF SAMTYKKEREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ SAMTYKKEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF SAM-KUNDE-ID NOT = WS-VALGT-KUNDE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM VIS-ET-SAMTYKKE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAMTYKKEFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "  (ingen samtykker)"
           END-IF.

           VIS-ET-SAMTYKKE.
           ADD 1 TO WS-VIS-ANTAL.
           EVALUATE TRUE
               WHEN SAM-ER-BREV
                   MOVE "BREV" TO WS-KANAL-TEKST
               WHEN SAM-ER-EMAIL
                   MOVE "EMAIL" TO WS-KANAL-TEKST
               WHEN SAM-ER-SMS
                   MOVE "SMS" TO WS-KANAL-TEKST
               WHEN OTHER
                   MOVE "TELEFON" TO WS-KANAL-TEKST
           END-EVALUATE.
           IF SAM-TILBAGE-DATO = ZEROES
               DISPLAY "  " SAM-KANAL " " WS-KANAL-TEKST
                   " GIVET " SAM-SAMTYKKE-DATO
           ELSE
               DISPLAY "  " SAM-KANAL " " WS-KANAL-TEKST
                   " GIVET " SAM-SAMTYKKE-DATO
                   " TILBAGEKALDT " SAM-TILBAGE-DATO
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

      *    Is there an email (E) or phone (S, T) line on the
      *    customer's contacts - scanned the way Opgave17 keyed it.
      *    A letter goes to the address on the customer record.
           KONTROLLER-KONTAKT.
           MOVE "N" TO WS-KONTAKT-SWITCH.
           EVALUATE WS-NY-KANAL
               WHEN "B"
                   MOVE "Y" TO WS-KONTAKT-SWITCH
               WHEN "E"
                   MOVE "email" TO WS-KANAL-TEKST
               WHEN OTHER
                   MOVE "tlf." TO WS-KANAL-TEKST
           END-EVALUATE.
           MOVE ZEROES TO WS-END-OF-FILE.
           IF WS-KONTAKT-FUNDET
               MOVE 1 TO WS-END-OF-FILE
           ELSE
               OPEN INPUT KONTAKTFILE
               IF WS-KTA-STATUS NOT = "00"
                   MOVE 1 TO WS-END-OF-FILE
               END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTAKTFILE INTO KONTAKTREC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KT-KUNDE-ID = WS-VALGT-KUNDE-ID
                           IF (WS-NY-KANAL = "E" AND KT-ER-EMAIL
                               AND KT-EMAIL NOT = SPACES)
                               OR (WS-NY-KANAL NOT = "E"
                               AND KT-ER-TELEFON
                               AND KT-TELEFON NOT = SPACES)
                               MOVE "Y" TO WS-KONTAKT-SWITCH
                               MOVE 1 TO WS-END-OF-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NY-KANAL NOT = "B" AND WS-KTA-STATUS NOT = "35"
               CLOSE KONTAKTFILE
           END-IF.

           ABN-SAMTYKKEFIL-IO.
           OPEN I-O SAMTYKKEFILE.
           IF WS-SAM-STATUS NOT = "00"
               OPEN OUTPUT SAMTYKKEFILE
               CLOSE SAMTYKKEFILE
               OPEN I-O SAMTYKKEFILE
           END-IF.
           IF WS-SAM-STATUS NOT = "00"
               STRING "Open MarketingSamtykker.txt failed, status "
                   WS-SAM-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE120: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
