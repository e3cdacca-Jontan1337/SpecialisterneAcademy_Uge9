           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE92.

      *    Manual GL journal entry, staged in the Opgave70 style.
      *    Until now only customer postings routed through
      *    Posteringsregler.txt ever reached GLJournal.txt; accruals,
      *    corrections and the Opgave85 cash-difference write-offs
      *    had no way in. Here finance keys a voucher: a free-text
      *    justification, one currency and up to ten debit and
      *    credit lines against accounts in Kontoplan.txt. A voucher
      *    is only saved when its debits equal its credits. It is
      *    then APPROVED by a second operator, who signs on
      *    separately at level 3 and must differ from the maker -
      *    the same maker-checker rule Opgave70 enforces - and the
      *    next Opgave68 run books it to the GL journal. Every
      *    voucher gets the next number off GLBilagNr.txt and keeps
      *    its maker, checker and justification on GLBilag.txt.
      *    The voucher's accounting date may not lie ahead of today
      *    or in a closed accounting period (PERIODELAAS); a
      *    period closed while the voucher waited turns the
      *    approval away. Each refusal is reported on
      *    PeriodeAfvisninger.txt.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT GLBILAGFILE ASSIGN TO "GLBilag.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-NR OF GLBILAGREC
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GLBILAGNRFILE ASSIGN TO "GLBilagNr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GBN-STATUS.
           SELECT KONTOPLANFILE ASSIGN TO "Kontoplan.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD GLBILAGFILE.
           01 GLBILAGREC.
               COPY "GLBILAG.cpy".

           FD GLBILAGNRFILE.
           01 GLBILAGNRREC                 PIC 9(6).

           FD KONTOPLANFILE.
           01 KONTOPLANREC.
               COPY "KONTOPLAN.cpy".

           WORKING-STORAGE SECTION.
           01 WS-GLB-STATUS                PIC X(2).
           01 WS-GBN-STATUS                PIC X(2).
           01 WS-KPL-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-OPRET             VALUE "O".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-GODKEND           VALUE "G".
              88 WS-VALG-AFVIS             VALUE "A".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-VALGT-NR                  PIC X(6) VALUE SPACES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.
           01 WS-NAESTE-GLB-NR             PIC 9(6) VALUE ZEROES.
           01 WS-AABNE-ANTAL               PIC 9(5) VALUE ZEROES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

      *    The chart, for checking every keyed account.
           01 WS-PLAN-ANTAL                PIC 9(3) VALUE ZEROES.
           01 WS-PLAN-TABEL.
               02 WS-PLAN-POST OCCURS 100 TIMES.
                   03 WS-PLAN-KONTO        PIC X(6).
                   03 WS-PLAN-NAVN         PIC X(27).
                   03 WS-PLAN-SAMLEKONTO   PIC X(1).
           01 WS-PLAN-IX                   PIC 9(3) VALUE ZEROES.
           01 WS-PLAN-FUNDET               PIC X(1) VALUE "N".

      *    Voucher entry.
           01 WS-LINJE-IX                  PIC 9(2) VALUE ZEROES.
           01 WS-LINJE-SLUT                PIC X(1) VALUE "N".
           01 WS-IND-KONTO                 PIC X(6) VALUE SPACES.
           01 WS-IND-SIDE                  PIC X(1) VALUE SPACES.
           01 WS-IND-BELOB                 PIC 9(7)V99 VALUE ZEROES.
           01 WS-IND-KONTOTYPE             PIC X(4) VALUE SPACES.
           01 WS-SUM-DEBET                 PIC 9(9)V99 VALUE ZEROES.
           01 WS-SUM-KREDIT                PIC 9(9)V99 VALUE ZEROES.

           01 WS-VALGT-BOGF-DATO           PIC X(8) VALUE SPACES.
           01 WS-PER-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-PER-REFERENCE             PIC X(20) VALUE SPACES.
           01 WS-PER-HANDLING              PIC X(1) VALUE "F".
           01 WS-PER-NY-DATO               PIC 9(8) VALUE ZEROES.
           01 WS-PER-RESULT                PIC X(1) VALUE SPACES.

           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-SUM-ED                    PIC Z(8)9.99 VALUE ZEROES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE92".
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
           PERFORM INDLAES-KONTOPLAN.
           PERFORM UNTIL WS-VALG-AFSLUT
               PERFORM VIS-MENU
               EVALUATE TRUE
                   WHEN WS-VALG-OPRET
                       PERFORM OPRET-BILAG
                   WHEN WS-VALG-VIS
                       PERFORM VIS-BILAG
                   WHEN WS-VALG-GODKEND
                       PERFORM GODKEND-BILAG
                   WHEN WS-VALG-AFVIS
                       PERFORM AFVIS-BILAG
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "MANUELLE HOVEDBOGSBILAG (STAGET)".
           PERFORM VIS-AABNE-BILAG.
           DISPLAY "O - Opret bilag".
           DISPLAY "V - Vis bilag".
           DISPLAY "G - Godkend bilag (anden operatoer)".
           DISPLAY "A - Afvis bilag".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           VIS-AABNE-BILAG.
           MOVE ZEROES TO WS-AABNE-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT GLBILAGFILE.
           IF WS-GLB-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ GLBILAGFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF GLB-ER-AABEN
                               ADD 1 TO WS-AABNE-ANTAL
                               DISPLAY "  " GLB-NR " "
                                   GLB-VALUTA " "
                                   GLB-BEGRUNDELSE(1:40)
                                   " (" GLB-OPRETTET-AF ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLBILAGFILE
           END-IF.
           IF WS-AABNE-ANTAL = ZEROES
               DISPLAY "  (ingen aabne bilag)"
           END-IF.

      *    Lines are keyed until a blank account or the tenth line;
      *    a voucher whose debits and credits differ is not saved.
           OPRET-BILAG.
           MOVE SPACES TO GLBILAGREC.
           MOVE ZEROES TO GLB-ANTAL-LINJER.
           MOVE ZEROES TO WS-SUM-DEBET.
           MOVE ZEROES TO WS-SUM-KREDIT.
           DISPLAY "BEGRUNDELSE: " WITH NO ADVANCING.
           ACCEPT GLB-BEGRUNDELSE.
           DISPLAY "VALUTA (blank = DKK): " WITH NO ADVANCING.
           ACCEPT GLB-VALUTA.
           IF GLB-VALUTA = SPACES
               MOVE "DKK" TO GLB-VALUTA
           END-IF.
           DISPLAY "BOGFOERINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-VALGT-BOGF-DATO.
           ACCEPT WS-VALGT-BOGF-DATO.
           IF WS-VALGT-BOGF-DATO = SPACES
               MOVE WS-DAGS-DATO TO GLB-BOGF-DATO
           ELSE
               IF WS-VALGT-BOGF-DATO IS NUMERIC
                   MOVE WS-VALGT-BOGF-DATO TO GLB-BOGF-DATO
               ELSE
                   MOVE ZEROES TO GLB-BOGF-DATO
               END-IF
           END-IF.
           MOVE "N" TO WS-LINJE-SLUT.
           PERFORM UNTIL WS-LINJE-SLUT = "J"
               OR GLB-ANTAL-LINJER = 10
               PERFORM INDTAST-LINJE
           END-PERFORM.
           MOVE WS-SUM-DEBET TO WS-SUM-ED.
           DISPLAY "DEBET I ALT:  " WS-SUM-ED.
           MOVE WS-SUM-KREDIT TO WS-SUM-ED.
           DISPLAY "KREDIT I ALT: " WS-SUM-ED.
           MOVE "NYT BILAG" TO WS-PER-REFERENCE.
           PERFORM KONTROLLER-PERIODE.
           EVALUATE TRUE
               WHEN GLB-BEGRUNDELSE = SPACES
                   DISPLAY "Begrundelse mangler - intet gemt."
               WHEN GLB-BOGF-DATO = ZEROES
                   OR GLB-BOGF-DATO > WS-DAGS-DATO
                   DISPLAY "Ugyldig bogfoeringsdato - intet gemt."
               WHEN WS-PER-RESULT = "L"
                   DISPLAY "Perioden er lukket - intet gemt."
               WHEN GLB-ANTAL-LINJER < 2
                   DISPLAY "Et bilag skal have mindst to linjer "
                       "- intet gemt."
               WHEN WS-SUM-DEBET NOT = WS-SUM-KREDIT
                   DISPLAY "Debet og kredit stemmer ikke "
                       "- intet gemt."
               WHEN OTHER
                   PERFORM HENT-NAESTE-GLB-NR
                   MOVE WS-NAESTE-GLB-NR TO GLB-NR
                   MOVE "N" TO GLB-STATUS
                   MOVE WS-SIGNON-OPERATOER TO GLB-OPRETTET-AF
                   MOVE WS-DAGS-DATO TO GLB-OPRETTET-DATO
                   MOVE ZEROES TO GLB-GODKENDT-DATO
                   MOVE ZEROES TO GLB-BOGFOERT-DATO
                   PERFORM ABN-BILAGSFIL-IO
                   WRITE GLBILAGREC
                   CLOSE GLBILAGFILE
                   DISPLAY "Bilag " GLB-NR " oprettet - "
                       "afventer anden operatoers godkendelse."
           END-EVALUATE.

           INDTAST-LINJE.
           COMPUTE WS-LINJE-IX = GLB-ANTAL-LINJER + 1.
           DISPLAY "LINJE " WS-LINJE-IX
               " KONTO (blank = slut): " WITH NO ADVANCING.
           MOVE SPACES TO WS-IND-KONTO.
           ACCEPT WS-IND-KONTO.
           IF WS-IND-KONTO = SPACES
               MOVE "J" TO WS-LINJE-SLUT
           ELSE
               PERFORM FIND-PLANKONTO
               IF WS-PLAN-FUNDET = "N"
                   DISPLAY "Konto " WS-IND-KONTO
                       " findes ikke i kontoplanen."
               ELSE
                   DISPLAY "  " WS-PLAN-NAVN(WS-PLAN-IX)
                   DISPLAY "  DEBET/KREDIT (D/K): " WITH NO ADVANCING
                   ACCEPT WS-IND-SIDE
                   DISPLAY "  BELOB (9999999.99): " WITH NO ADVANCING
                   ACCEPT WS-IND-BELOB
                   MOVE SPACES TO WS-IND-KONTOTYPE
                   IF WS-PLAN-SAMLEKONTO(WS-PLAN-IX) = "S"
                       DISPLAY "  KONTOTYPE (blank = ingen): "
                           WITH NO ADVANCING
                       ACCEPT WS-IND-KONTOTYPE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-IND-SIDE NOT = "D"
                           AND WS-IND-SIDE NOT = "K"
                           DISPLAY "Ugyldig side - linjen er ikke "
                               "taget med."
                       WHEN WS-IND-BELOB = ZEROES
                           DISPLAY "Beloeb nul - linjen er ikke "
                               "taget med."
                       WHEN OTHER
                           ADD 1 TO GLB-ANTAL-LINJER
                           MOVE WS-IND-KONTO
                               TO GLB-KONTO(GLB-ANTAL-LINJER)
                           MOVE WS-IND-SIDE
                               TO GLB-SIDE(GLB-ANTAL-LINJER)
                           MOVE WS-IND-BELOB
                               TO GLB-BELOB(GLB-ANTAL-LINJER)
                           MOVE WS-IND-KONTOTYPE
                               TO GLB-KONTOTYPE(GLB-ANTAL-LINJER)
                           IF WS-IND-SIDE = "D"
                               ADD WS-IND-BELOB TO WS-SUM-DEBET
                           ELSE
                               ADD WS-IND-BELOB TO WS-SUM-KREDIT
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

           VIS-BILAG.
           DISPLAY "BILAGSNR: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-NR.
           PERFORM ABN-BILAGSFIL-IO.
           PERFORM LAES-BILAG.
           IF NOT WS-RECORD-FUNDET
               DISPLAY "BILAGSNR ikke fundet."
           ELSE
               PERFORM VIS-BILAGSLINJER
           END-IF.
           CLOSE GLBILAGFILE.

           VIS-BILAGSLINJER.
           DISPLAY "BILAG " GLB-NR " STATUS " GLB-STATUS
               " " GLB-VALUTA.
           DISPLAY "  " GLB-BEGRUNDELSE.
           DISPLAY "  OPRETTET " GLB-OPRETTET-DATO " AF "
               GLB-OPRETTET-AF " BOGFOERINGSDATO " GLB-BOGF-DATO.
           IF GLB-GODKENDT-AF NOT = SPACES
               DISPLAY "  AFGJORT  " GLB-GODKENDT-DATO " AF "
                   GLB-GODKENDT-AF
           END-IF.
           MOVE 1 TO WS-LINJE-IX.
           PERFORM UNTIL WS-LINJE-IX > GLB-ANTAL-LINJER
               MOVE GLB-BELOB(WS-LINJE-IX) TO WS-BELOB-ED
               DISPLAY "  " GLB-KONTO(WS-LINJE-IX) " "
                   GLB-SIDE(WS-LINJE-IX) " " WS-BELOB-ED " "
                   GLB-KONTOTYPE(WS-LINJE-IX)
               ADD 1 TO WS-LINJE-IX
           END-PERFORM.

      *    The checker is not the maker: the approver signs on
      *    separately at level 3, and an approver with the maker's
      *    id is turned away.
           GODKEND-BILAG.
           DISPLAY "BILAGSNR: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-NR.
           PERFORM ABN-BILAGSFIL-IO.
           PERFORM LAES-BILAG.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "BILAGSNR ikke fundet."
               WHEN NOT GLB-ER-AABEN
                   DISPLAY "Bilaget er allerede afgjort ("
                       GLB-STATUS ")."
               WHEN OTHER
                   PERFORM VIS-BILAGSLINJER
                   MOVE SPACES TO WS-PER-REFERENCE
                   STRING "BILAG " GLB-NR DELIMITED BY SIZE
                       INTO WS-PER-REFERENCE
                   PERFORM KONTROLLER-PERIODE
                   DISPLAY "Godkender signerer paa:"
                   CALL "OPERATORKONTROL" USING WS-LAAS-PROGRAM
                       WS-GODKEND-NIVEAU WS-GODKEND-OPERATOER
                       WS-GODKEND-RESULT
                   EVALUATE TRUE
                       WHEN WS-GODKEND-RESULT NOT = "G"
                           DISPLAY "Godkendelse afvist."
                       WHEN WS-PER-RESULT = "L"
                           DISPLAY "Bogfoeringsdatoen ligger i en "
                               "lukket periode - afvist."
                       WHEN WS-GODKEND-OPERATOER =
                           GLB-OPRETTET-AF
                           DISPLAY "Opretteren kan ikke selv "
                               "godkende - afvist."
                       WHEN OTHER
                           MOVE "G" TO GLB-STATUS
                           MOVE WS-GODKEND-OPERATOER
                               TO GLB-GODKENDT-AF
                           MOVE WS-DAGS-DATO TO GLB-GODKENDT-DATO
                           REWRITE GLBILAGREC
                           DISPLAY "Bilag " GLB-NR " godkendt - "
                               "bogfoeres ved naeste GL-koersel."
                   END-EVALUATE
           END-EVALUATE.
           CLOSE GLBILAGFILE.

           AFVIS-BILAG.
           DISPLAY "BILAGSNR: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-NR.
           PERFORM ABN-BILAGSFIL-IO.
           PERFORM LAES-BILAG.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "BILAGSNR ikke fundet."
               WHEN NOT GLB-ER-AABEN
                   DISPLAY "Bilaget er allerede afgjort."
               WHEN OTHER
                   DISPLAY "Godkend afvisning (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE "A" TO GLB-STATUS
                       MOVE WS-SIGNON-OPERATOER TO GLB-GODKENDT-AF
                       MOVE WS-DAGS-DATO TO GLB-GODKENDT-DATO
                       REWRITE GLBILAGREC
                       DISPLAY "Bilag afvist."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE GLBILAGFILE.

           LAES-BILAG.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-NR TO GLB-NR.
           READ GLBILAGFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

           KONTROLLER-PERIODE.
           MOVE "A" TO WS-PER-RESULT.
           IF GLB-BOGF-DATO NOT = ZEROES
               MOVE GLB-BOGF-DATO TO WS-PER-DATO
               CALL "PERIODELAAS" USING WS-LAAS-PROGRAM WS-PER-DATO
                   WS-PER-REFERENCE WS-PER-HANDLING WS-PER-NY-DATO
                   WS-PER-RESULT
           END-IF.

           FIND-PLANKONTO.
           MOVE "N" TO WS-PLAN-FUNDET.
           MOVE 1 TO WS-PLAN-IX.
           PERFORM UNTIL WS-PLAN-FUNDET = "Y"
               OR WS-PLAN-IX > WS-PLAN-ANTAL
               IF WS-PLAN-KONTO(WS-PLAN-IX) = WS-IND-KONTO
                   MOVE "Y" TO WS-PLAN-FUNDET
               ELSE
                   ADD 1 TO WS-PLAN-IX
               END-IF
           END-PERFORM.

           INDLAES-KONTOPLAN.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KONTOPLANFILE.
           IF WS-KPL-STATUS NOT = "00"
               STRING "Open Kontoplan.txt failed, status "
                   WS-KPL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               MOVE SPACES TO KONTOPLANREC
               READ KONTOPLANFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-PLAN-ANTAL < 100
                           ADD 1 TO WS-PLAN-ANTAL
                           MOVE GLK-KONTO
                               TO WS-PLAN-KONTO(WS-PLAN-ANTAL)
                           MOVE GLK-NAVN
                               TO WS-PLAN-NAVN(WS-PLAN-ANTAL)
                           MOVE GLK-SAMLEKONTO
                               TO WS-PLAN-SAMLEKONTO(WS-PLAN-ANTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KONTOPLANFILE.

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

           ABN-BILAGSFIL-IO.
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

           ABEND-RUN.
           DISPLAY "OPGAVE92: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
