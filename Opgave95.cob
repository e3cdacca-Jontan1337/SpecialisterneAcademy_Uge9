           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE95.

      *    Write-off of uncollectible overdrafts, staged in the
      *    Opgave92 maker-checker style. Once the Opgave54
      *    collections case has reached its last trin (sidste
      *    varsel) and the customer still stands overdrawn, an
      *    operator PROPOSES the write-off here with a reason and
      *    whether the account is to be closed or frozen. A second
      *    operator, signed on separately at level 3 and never the
      *    proposer, APPROVES it, and the approval does the whole
      *    write-off in one go:
      *
      *      - the overdrawn BALANCE on Kundeoplysninger.txt is
      *        brought to zero (AUDITLOG keeps old and new)
      *      - the account is closed or frozen on KontoOpl.txt
      *      - the collections case is removed from Inkasso.txt
      *      - the Opgave94 provision held for the engagement is
      *        used up on NedskrivningStadier.txt, so the next
      *        month-end run does not release it a second time
      *      - an approved voucher goes on GLBilag.txt for the next
      *        Opgave68 journal: the provision used debits 104000
      *        HENSAETTELSER UDLAAN, any amount beyond it debits
      *        402000 NEDSKRIVNINGER UDLAAN, and the whole claim is
      *        credited to 105000 OVERTRAEK KUNDER
      *
      *    The claim stays on AfskrivningsRegister.txt
      *    (AFSKRIVNING.cpy) as the recoveries register, which the
      *    Opgave61 intake consults for every incoming payment.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AFSKRIVNINGFILE ASSIGN TO "AfskrivningsRegister.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-KONTONUMMER OF AFSKRIVNINGREC
               FILE STATUS IS WS-AFS-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT INKASSOFILE ASSIGN TO "Inkasso.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INK-KUNDE-ID
               FILE STATUS IS WS-INK-STATUS.
           SELECT STADIEFILE ASSIGN TO "NedskrivningStadier.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDS-KONTONUMMER OF STADIEREC
               FILE STATUS IS WS-NDS-STATUS.
           SELECT GLBILAGFILE ASSIGN TO "GLBilag.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-NR OF GLBILAGREC
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GLBILAGNRFILE ASSIGN TO "GLBilagNr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GBN-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD AFSKRIVNINGFILE.
           01 AFSKRIVNINGREC.
               COPY "AFSKRIVNING.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD INKASSOFILE.
           01 INKASSOREC.
               02 INK-KUNDE-ID             PIC X(10).
               02 INK-TRIN                 PIC 9(1).
               02 INK-SIDSTE-DATO          PIC 9(8).

           FD STADIEFILE.
           01 STADIEREC.
               COPY "NEDSKRIVNING.cpy".

           FD GLBILAGFILE.
           01 GLBILAGREC.
               COPY "GLBILAG.cpy".

           FD GLBILAGNRFILE.
           01 GLBILAGNRREC                 PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-AFS-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-INK-STATUS                PIC X(2).
           01 WS-NDS-STATUS                PIC X(2).
           01 WS-GLB-STATUS                PIC X(2).
           01 WS-GBN-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-FORESLAA          VALUE "F".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-GODKEND           VALUE "G".
              88 WS-VALG-AFVIS             VALUE "A".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-VALGT-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-VALGT-LUKNING             PIC X(1) VALUE SPACES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.
           01 WS-NAESTE-GLB-NR             PIC 9(6) VALUE ZEROES.
           01 WS-AABNE-ANTAL               PIC 9(5) VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-SIDSTE-TRIN               PIC 9(1) VALUE 3.
           01 WS-INK-TRIN                  PIC 9(1) VALUE ZEROES.

      *    The write-off being booked.
           01 WS-AFSKRIV-BELOB             PIC 9(7)V99 VALUE ZEROES.
           01 WS-HENS-ANVENDT              PIC 9(7)V99 VALUE ZEROES.
           01 WS-TAB-UDOVER                PIC 9(7)V99 VALUE ZEROES.
           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

      *    The GL accounts the write-off is booked on.
           01 WS-HENS-KONTO                PIC X(6) VALUE "104000".
           01 WS-UDGIFT-KONTO              PIC X(6) VALUE "402000".
           01 WS-FORDRING-KONTO            PIC X(6) VALUE "105000".

           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-BALANCE-ED                PIC -(6)9.99 VALUE ZEROES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE95".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 2.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.
      *    The approver's separate sign-on at approve level.
           01 WS-GODKEND-NIVEAU            PIC 9(1) VALUE 3.
           01 WS-GODKEND-OPERATOER         PIC X(8) VALUE SPACES.
           01 WS-GODKEND-RESULT            PIC X(1) VALUE SPACES.

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
                   WHEN WS-VALG-FORESLAA
                       PERFORM FORESLAA-AFSKRIVNING
                   WHEN WS-VALG-VIS
                       PERFORM VIS-REGISTER
                   WHEN WS-VALG-GODKEND
                       PERFORM GODKEND-AFSKRIVNING
                   WHEN WS-VALG-AFVIS
                       PERFORM AFVIS-AFSKRIVNING
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "AFSKRIVNING AF TABTE FORDRINGER (STAGET)".
           PERFORM VIS-AABNE-FORSLAG.
           DISPLAY "F - Foreslaa afskrivning".
           DISPLAY "V - Vis register".
           DISPLAY "G - Godkend afskrivning (anden operatoer)".
           DISPLAY "A - Afvis forslag".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           VIS-AABNE-FORSLAG.
           MOVE ZEROES TO WS-AABNE-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT AFSKRIVNINGFILE.
           IF WS-AFS-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ AFSKRIVNINGFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF AFS-ER-FORESLAAET
                               ADD 1 TO WS-AABNE-ANTAL
                               MOVE AFS-BELOB TO WS-BELOB-ED
                               DISPLAY "  " AFS-KONTONUMMER " "
                                   WS-BELOB-ED " " AFS-VALUTA
                                   " (" AFS-FORESLAAET-AF ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFSKRIVNINGFILE
           END-IF.
           IF WS-AABNE-ANTAL = ZEROES
               DISPLAY "  (ingen ventende forslag)"
           END-IF.

      *    Only a customer still overdrawn whose collections case
      *    stands on the last trin can be proposed; a claim already
      *    proposed or written off is not proposed again.
           FORESLAA-AFSKRIVNING.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           PERFORM LAES-KUNDE-INPUT.
           PERFORM LAES-INKASSO-TRIN.
           IF WS-KUNDE-FUNDET
               MOVE KONTONUMMER IN KUNDEOPLREC TO WS-VALGT-KONTONUMMER
               PERFORM ABN-AFSKRIVNINGFIL-IO
               PERFORM LAES-AFSKRIVNING
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-KUNDE-FUNDET
                   DISPLAY "KUNDE-ID ikke fundet."
               WHEN BALANCE IN KUNDEOPLREC NOT < ZEROES
                   DISPLAY "Kunden er ikke overtrukket."
               WHEN WS-INK-TRIN < WS-SIDSTE-TRIN
                   DISPLAY "Inkassosagen er ikke paa sidste trin "
                       "(trin " WS-INK-TRIN ")."
               WHEN WS-RECORD-FUNDET AND NOT AFS-ER-AFVIST
                   DISPLAY "Kontoen er allerede foreslaaet eller "
                       "afskrevet (" AFS-STATUS ")."
               WHEN OTHER
                   PERFORM OPRET-FORSLAG
           END-EVALUATE.
           IF WS-KUNDE-FUNDET
               CLOSE AFSKRIVNINGFILE
           END-IF.

           OPRET-FORSLAG.
           MOVE BALANCE IN KUNDEOPLREC TO WS-BALANCE-ED.
           DISPLAY KUNDE-ID IN KUNDEOPLREC " "
               FORNAVN IN KUNDEOPLREC " " EFTERNAVN IN KUNDEOPLREC.
           DISPLAY "KONTO " KONTONUMMER IN KUNDEOPLREC
               " SALDO " WS-BALANCE-ED " "
               VALUTAKODE IN KUNDEOPLREC.
           DISPLAY "LUK ELLER FRYS KONTOEN (L/F): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-LUKNING.
           IF WS-VALGT-LUKNING NOT = "L" AND WS-VALGT-LUKNING NOT = "F"
               DISPLAY "Ugyldigt valg - annulleret."
           ELSE
               MOVE SPACES TO AFS-BEGRUNDELSE
               DISPLAY "BEGRUNDELSE: " WITH NO ADVANCING
               ACCEPT AFS-BEGRUNDELSE
               IF AFS-BEGRUNDELSE = SPACES
                   DISPLAY "En afskrivning kraever en begrundelse "
                       "- annulleret."
               ELSE
                   MOVE WS-VALGT-KONTONUMMER TO AFS-KONTONUMMER
                   MOVE KUNDE-ID IN KUNDEOPLREC TO AFS-KUNDE-ID
                   MOVE "F" TO AFS-STATUS
                   MOVE VALUTAKODE IN KUNDEOPLREC TO AFS-VALUTA
                   IF AFS-VALUTA = SPACES
                       MOVE "DKK" TO AFS-VALUTA
                   END-IF
                   COMPUTE AFS-BELOB = BALANCE IN KUNDEOPLREC * -1
                   MOVE ZEROES TO AFS-HENS-ANVENDT
                   MOVE WS-VALGT-LUKNING TO AFS-LUKNING
                   MOVE WS-SIGNON-OPERATOER TO AFS-FORESLAAET-AF
                   MOVE WS-DAGS-DATO TO AFS-FORESLAAET-DATO
                   MOVE SPACES TO AFS-GODKENDT-AF
                   MOVE ZEROES TO AFS-GODKENDT-DATO
                   MOVE ZEROES TO AFS-GL-BILAG-NR
                   MOVE ZEROES TO AFS-INDGAAET
                   MOVE ZEROES TO AFS-INDGANGE
                   MOVE ZEROES TO AFS-SIDSTE-INDGANG
                   IF WS-RECORD-FUNDET
                       REWRITE AFSKRIVNINGREC
                   ELSE
                       WRITE AFSKRIVNINGREC
                   END-IF
                   DISPLAY "Afskrivning foreslaaet - afventer "
                       "godkendelse."
               END-IF
           END-IF.

           VIS-REGISTER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT AFSKRIVNINGFILE.
           IF WS-AFS-STATUS NOT = "00"
               DISPLAY "(ingen afskrivninger)"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ AFSKRIVNINGFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE AFS-BELOB TO WS-BELOB-ED
                           DISPLAY AFS-KONTONUMMER " " AFS-STATUS " "
                               WS-BELOB-ED " " AFS-VALUTA " "
                               AFS-GODKENDT-DATO
                           IF AFS-INDGANGE > ZEROES
                               MOVE AFS-INDGAAET TO WS-BELOB-ED
                               DISPLAY "    INDGAAET " WS-BELOB-ED
                                   " (" AFS-INDGANGE " GANGE, SIDST "
                                   AFS-SIDSTE-INDGANG ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AFSKRIVNINGFILE
           END-IF.

      *    The checker is not the maker: the approver signs on
      *    separately at level 3, and an approver with the
      *    proposer's id is turned away. The amount written off is
      *    the overdraft as it stands today, not as proposed.
           GODKEND-AFSKRIVNING.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           PERFORM ABN-AFSKRIVNINGFIL-IO.
           PERFORM LAES-AFSKRIVNING.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Ingen afskrivning paa kontoen."
               WHEN NOT AFS-ER-FORESLAAET
                   DISPLAY "Afskrivningen er allerede afgjort ("
                       AFS-STATUS ")."
               WHEN OTHER
                   MOVE AFS-BELOB TO WS-BELOB-ED
                   DISPLAY AFS-KONTONUMMER " " WS-BELOB-ED " "
                       AFS-VALUTA " LUKNING " AFS-LUKNING
                   DISPLAY "  " AFS-BEGRUNDELSE
                   DISPLAY "Godkender signerer paa:"
                   CALL "OPERATORKONTROL" USING WS-LAAS-PROGRAM
                       WS-GODKEND-NIVEAU WS-GODKEND-OPERATOER
                       WS-GODKEND-RESULT
                   EVALUATE TRUE
                       WHEN WS-GODKEND-RESULT NOT = "G"
                           DISPLAY "Godkendelse afvist."
                       WHEN WS-GODKEND-OPERATOER =
                           AFS-FORESLAAET-AF
                           DISPLAY "Forslagsstilleren kan ikke selv "
                               "godkende - afvist."
                       WHEN OTHER
                           PERFORM UDFOER-AFSKRIVNING
                   END-EVALUATE
           END-EVALUATE.
           CLOSE AFSKRIVNINGFILE.

           UDFOER-AFSKRIVNING.
           OPEN I-O KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE AFS-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC.
           MOVE "N" TO WS-KUNDE-SWITCH.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KUNDE-SWITCH
           END-READ.
           IF NOT WS-KUNDE-FUNDET
               OR BALANCE IN KUNDEOPLREC NOT < ZEROES
               DISPLAY "Kunden er ikke laengere overtrukket - "
                   "afvis forslaget."
           ELSE
               COMPUTE WS-AFSKRIV-BELOB =
                   BALANCE IN KUNDEOPLREC * -1
               MOVE BALANCE IN KUNDEOPLREC TO WS-OLD-BALANCE
               MOVE ZEROES TO BALANCE IN KUNDEOPLREC
               REWRITE KUNDEOPLREC
               CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                   KUNDE-ID IN KUNDEOPLREC
                   WS-OLD-BALANCE BALANCE IN KUNDEOPLREC
                   WS-AUDIT-RESULT
               PERFORM LUK-ELLER-FRYS-KONTO
               PERFORM AFSLUT-INKASSOSAG
               PERFORM ANVEND-HENSAETTELSE
               PERFORM SKRIV-AFSKRIVNINGSBILAG
               MOVE "G" TO AFS-STATUS
               MOVE WS-AFSKRIV-BELOB TO AFS-BELOB
               MOVE WS-HENS-ANVENDT TO AFS-HENS-ANVENDT
               MOVE WS-GODKEND-OPERATOER TO AFS-GODKENDT-AF
               MOVE WS-DAGS-DATO TO AFS-GODKENDT-DATO
               MOVE WS-NAESTE-GLB-NR TO AFS-GL-BILAG-NR
               REWRITE AFSKRIVNINGREC
               MOVE WS-AFSKRIV-BELOB TO WS-BELOB-ED
               DISPLAY "Afskrevet " WS-BELOB-ED " " AFS-VALUTA
                   " - bilag " WS-NAESTE-GLB-NR
                   " bogfoeres ved naeste GL-koersel."
           END-IF.
           CLOSE KUNDEOPLFILE.

      *    A customer without an account record of their own (the
      *    oldest customers) has nothing to close.
           LUK-ELLER-FRYS-KONTO.
           OPEN I-O KONTOOPLFILE.
           IF WS-KOF-STATUS = "00"
               MOVE AFS-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE
                   INVALID KEY
                       DISPLAY "ADVARSEL: Konto " AFS-KONTONUMMER
                           " findes ikke i KontoOpl.txt"
                   NOT INVALID KEY
                       MOVE AFS-LUKNING TO KONTOSTATUS IN KONTOOPLREC
                       REWRITE KONTOOPLREC
               END-READ
               CLOSE KONTOOPLFILE
           END-IF.

           AFSLUT-INKASSOSAG.
           OPEN I-O INKASSOFILE.
           IF WS-INK-STATUS = "00"
               MOVE AFS-KUNDE-ID TO INK-KUNDE-ID
               READ INKASSOFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE INKASSOFILE RECORD
               END-READ
               CLOSE INKASSOFILE
           END-IF.

      *    The provision held for the engagement absorbs the loss
      *    as far as it goes; the engagement then stands at stage 0
      *    without provision, which the next Opgave94 run clears
      *    away without releasing anything.
           ANVEND-HENSAETTELSE.
           MOVE ZEROES TO WS-HENS-ANVENDT.
           OPEN I-O STADIEFILE.
           IF WS-NDS-STATUS = "00"
               MOVE AFS-KONTONUMMER TO NDS-KONTONUMMER
               READ STADIEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NDS-HENSAETTELSE > WS-AFSKRIV-BELOB
                           MOVE WS-AFSKRIV-BELOB TO WS-HENS-ANVENDT
                       ELSE
                           MOVE NDS-HENSAETTELSE TO WS-HENS-ANVENDT
                       END-IF
                       MOVE ZEROES TO NDS-STADIE
                       MOVE ZEROES TO NDS-EKSPONERING
                       MOVE ZEROES TO NDS-HENSAETTELSE
                       REWRITE STADIEREC
               END-READ
               CLOSE STADIEFILE
           END-IF.
           COMPUTE WS-TAB-UDOVER = WS-AFSKRIV-BELOB - WS-HENS-ANVENDT.

           SKRIV-AFSKRIVNINGSBILAG.
           PERFORM HENT-NAESTE-GLB-NR.
           OPEN I-O GLBILAGFILE.
           IF WS-GLB-STATUS NOT = "00"
               OPEN OUTPUT GLBILAGFILE
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               STRING "Open GLBilag.txt failed, status "
                   WS-GLB-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO GLBILAGREC.
           MOVE WS-NAESTE-GLB-NR TO GLB-NR.
           MOVE "G" TO GLB-STATUS.
           MOVE AFS-VALUTA TO GLB-VALUTA.
           STRING "AFSKRIVNING " AFS-KONTONUMMER " "
               AFS-BEGRUNDELSE
               DELIMITED BY SIZE INTO GLB-BEGRUNDELSE.
           MOVE AFS-FORESLAAET-AF TO GLB-OPRETTET-AF.
           MOVE WS-DAGS-DATO TO GLB-OPRETTET-DATO.
           MOVE WS-DAGS-DATO TO GLB-BOGF-DATO.
           MOVE WS-GODKEND-OPERATOER TO GLB-GODKENDT-AF.
           MOVE WS-DAGS-DATO TO GLB-GODKENDT-DATO.
           MOVE ZEROES TO GLB-BOGFOERT-DATO.
           MOVE ZEROES TO GLB-ANTAL-LINJER.
           IF WS-HENS-ANVENDT > ZEROES
               ADD 1 TO GLB-ANTAL-LINJER
               MOVE WS-HENS-KONTO TO GLB-KONTO(GLB-ANTAL-LINJER)
               MOVE "D" TO GLB-SIDE(GLB-ANTAL-LINJER)
               MOVE WS-HENS-ANVENDT TO GLB-BELOB(GLB-ANTAL-LINJER)
           END-IF.
           IF WS-TAB-UDOVER > ZEROES
               ADD 1 TO GLB-ANTAL-LINJER
               MOVE WS-UDGIFT-KONTO TO GLB-KONTO(GLB-ANTAL-LINJER)
               MOVE "D" TO GLB-SIDE(GLB-ANTAL-LINJER)
               MOVE WS-TAB-UDOVER TO GLB-BELOB(GLB-ANTAL-LINJER)
           END-IF.
           ADD 1 TO GLB-ANTAL-LINJER.
           MOVE WS-FORDRING-KONTO TO GLB-KONTO(GLB-ANTAL-LINJER).
           MOVE "K" TO GLB-SIDE(GLB-ANTAL-LINJER).
           MOVE WS-AFSKRIV-BELOB TO GLB-BELOB(GLB-ANTAL-LINJER).
           WRITE GLBILAGREC.
           CLOSE GLBILAGFILE.

           AFVIS-AFSKRIVNING.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           PERFORM ABN-AFSKRIVNINGFIL-IO.
           PERFORM LAES-AFSKRIVNING.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Ingen afskrivning paa kontoen."
               WHEN NOT AFS-ER-FORESLAAET
                   DISPLAY "Afskrivningen er allerede afgjort."
               WHEN OTHER
                   DISPLAY "Godkend afvisning (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE "A" TO AFS-STATUS
                       MOVE WS-SIGNON-OPERATOER TO AFS-GODKENDT-AF
                       MOVE WS-DAGS-DATO TO AFS-GODKENDT-DATO
                       REWRITE AFSKRIVNINGREC
                       DISPLAY "Forslag afvist."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE AFSKRIVNINGFILE.

           LAES-KUNDE-INPUT.
           MOVE "N" TO WS-KUNDE-SWITCH.
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
           END-READ.
           CLOSE KUNDEOPLFILE.

           LAES-INKASSO-TRIN.
           MOVE ZEROES TO WS-INK-TRIN.
           OPEN INPUT INKASSOFILE.
           IF WS-INK-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO INK-KUNDE-ID
               READ INKASSOFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INK-TRIN TO WS-INK-TRIN
               END-READ
               CLOSE INKASSOFILE
           END-IF.

           LAES-AFSKRIVNING.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KONTONUMMER TO AFS-KONTONUMMER.
           READ AFSKRIVNINGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

           ABN-AFSKRIVNINGFIL-IO.
           OPEN I-O AFSKRIVNINGFILE.
           IF WS-AFS-STATUS NOT = "00"
               OPEN OUTPUT AFSKRIVNINGFILE
               CLOSE AFSKRIVNINGFILE
               OPEN I-O AFSKRIVNINGFILE
           END-IF.
           IF WS-AFS-STATUS NOT = "00"
               STRING "Open AfskrivningsRegister.txt failed, status "
                   WS-AFS-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           HENT-NAESTE-GLB-NR.
           MOVE 1 TO WS-NAESTE-GLB-NR.
           OPEN INPUT GLBILAGNRFILE.
           IF WS-GBN-STATUS = "00"
               READ GLBILAGNRFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-NAESTE-GLB-NR = GLBILAGNRREC + 1
               END-READ
               CLOSE GLBILAGNRFILE
           END-IF.
           OPEN OUTPUT GLBILAGNRFILE.
           MOVE WS-NAESTE-GLB-NR TO GLBILAGNRREC.
           WRITE GLBILAGNRREC.
           CLOSE GLBILAGNRFILE.

           ABEND-RUN.
           DISPLAY "OPGAVE95: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
