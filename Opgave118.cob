           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE118.

      *    Customer complaints register (Klager.txt, KLAGE.cpy), in
      *    the screen style of the Opgave114 group maintenance:
      *
      *      R - register a complaint against a KUNDE-ID, optionally
      *          an account and/or a posting reference, with its
      *          category and received date; the response deadline
      *          is the received date plus the category's days on
      *          KlageKategorier.txt, and a category not on the
      *          table is refused
      *      S - give the final answer: the outcome, and with
      *          (partial) upheld complaints any refund, which is
      *          appended to Transaktioner.txt as a credit with the
      *          posting text "KLAGE <nr>" for the next posting run.
      *          The answer letter is appended to KlageSvarBreve.txt
      *          in the Opgave54 letter layout, logged through
      *          KORRESPONDANCELOG and indexed through PRINTINDEKS
      *          for the Opgave124 print run - or held back, with a
      *          warning to answer another way, when the customer's
      *          mail comes back (Returpost.txt)
      *      V - show a customer's complaints
      *
      *    Every change is logged through AUDITLOG. The Opgave119
      *    month-end statistics count what is registered here.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KLAGEFILE ASSIGN TO "Klager.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KLG-NR OF KLAGEREC
               ALTERNATE RECORD KEY IS KLG-KUNDE-ID OF KLAGEREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KLG-STATUS.
           SELECT KLAGENRFILE ASSIGN TO "KlageNr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KNR-STATUS.
           SELECT KATEGORIFILE ASSIGN TO "KlageKategorier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KAT-STATUS.
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
           SELECT TRANSAKTIONFILE ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-STATUS.
           SELECT KLAGEBREVOUT ASSIGN TO "KlageSvarBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KBR-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KLAGEFILE.
           01 KLAGEREC.
               COPY "KLAGE.cpy".

           FD KLAGENRFILE.
           01 KLAGENRREC                   PIC 9(6).

      *    One maintained line per complaint category: the code,
      *    its text and the days the answer may take.
           FD KATEGORIFILE.
           01 KATEGORIREC.
               02 KAT-KODE                 PIC X(4).
               02 KAT-TEKST                PIC X(30).
               02 KAT-FRIST-DAGE           PIC 9(3).

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD TRANSAKTIONFILE.
           01 TRANSAKTIONREC.
               COPY "TRANSPOSTERING.cpy".

           FD KLAGEBREVOUT.
           01 KLAGEBREVLINE                PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KLG-STATUS                PIC X(2).
           01 WS-KNR-STATUS                PIC X(2).
           01 WS-KAT-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-TRA-STATUS                PIC X(2).
           01 WS-KBR-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-REGISTRER         VALUE "R".
              88 WS-VALG-SVAR              VALUE "S".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

      *    The category table, read once at start.
           01 WS-KAT-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-KAT-TABEL.
               02 WS-KAT-POST OCCURS 50 TIMES.
                   03 WS-KAT-KODE          PIC X(4).
                   03 WS-KAT-TEKST         PIC X(30).
                   03 WS-KAT-DAGE          PIC 9(3).
           01 WS-KAT-IX                    PIC 9(3) VALUE ZEROES.

           01 WS-VALGT-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-VALGT-KONTO               PIC X(20) VALUE SPACES.
           01 WS-VALGT-KATEGORI            PIC X(4) VALUE SPACES.
           01 WS-VALGT-TEKST               PIC X(40) VALUE SPACES.
           01 WS-VALGT-NR-IND              PIC X(6) VALUE SPACES.
           01 WS-VALGT-NR REDEFINES WS-VALGT-NR-IND
                                           PIC 9(6).
           01 WS-REF-IND                   PIC X(9) VALUE SPACES.
           01 WS-REF-TAL REDEFINES WS-REF-IND
                                           PIC 9(9).
           01 WS-MODTAGET-IND              PIC X(8) VALUE SPACES.
           01 WS-MODTAGET-TAL REDEFINES WS-MODTAGET-IND
                                           PIC 9(8).
           01 WS-VALGT-UDFALD              PIC X(1) VALUE SPACES.
              88 WS-UDFALD-GYLDIGT         VALUES "M" "D" "A" "T".
              88 WS-UDFALD-MED-REFUSION    VALUES "M" "D".
      *    Keyed as 9(7)V99 digits, e.g. 000012500 for 125,00.
           01 WS-REFUSION-IND              PIC X(9) VALUE SPACES.
           01 WS-REFUSION-TAL REDEFINES WS-REFUSION-IND
                                           PIC 9(7)V99.
           01 WS-REFUSION                  PIC 9(7)V99 VALUE ZEROES.
           01 WS-REFUSION-KONTO            PIC X(20) VALUE SPACES.
           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.

           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-KONTO-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-FEJL-SWITCH               PIC X(1) VALUE "N".
              88 WS-INDTASTNING-FEJL       VALUE "Y".

           01 WS-OPSLAG-ID                 PIC X(10) VALUE SPACES.
           01 WS-OPSLAG-KONTO              PIC X(20) VALUE SPACES.
           01 WS-KUNDE-NAVN                PIC X(41) VALUE SPACES.
           01 WS-VIS-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-NAESTE-NR                 PIC 9(6) VALUE ZEROES.

      *    Calendar days on from the received date.
           01 WS-RUL-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-RUL-DATO-X REDEFINES WS-RUL-DATO.
               02 WS-RUL-AAR               PIC 9(4).
               02 WS-RUL-MAANED            PIC 9(2).
               02 WS-RUL-DAG               PIC 9(2).
           01 WS-DAGE-I-MAANED             PIC 9(2) VALUE ZEROES.
           01 WS-SKUDAAR-KVOT              PIC 9(4) VALUE ZEROES.
           01 WS-SKUDAAR-REST              PIC 9(4) VALUE ZEROES.
           01 WS-DAG-IX                    PIC 9(3) VALUE ZEROES.

           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.
           01 WS-PRINT-LINE                PIC X(100) VALUE SPACES.

      *    Every answer letter leaves a line on the central
      *    correspondence log.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "KLAGESVAR".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "KlageSvarBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV118".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 2.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

      *    HANDOFF CONTROL
           01 WS-KTL-FUNKTION              PIC X(1) VALUE SPACES.
           01 WS-KTL-KONTROL.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-FORVENTET.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-LINJE                 PIC X(300) VALUE SPACES.
           01 WS-KTL-RESULT                PIC X(1) VALUE SPACES.
      *    HANDOFF CONTROL END

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
           PERFORM INDLAES-KATEGORIER.
           PERFORM UNTIL WS-VALG-AFSLUT
               PERFORM VIS-MENU
               EVALUATE TRUE
                   WHEN WS-VALG-REGISTRER
                       PERFORM REGISTRER-KLAGE
                   WHEN WS-VALG-SVAR
                       PERFORM BESVAR-KLAGE
                   WHEN WS-VALG-VIS
                       PERFORM VIS-KUNDENS-KLAGER
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "KUNDEKLAGER".
           DISPLAY "R - Registrer klage".
           DISPLAY "S - Endeligt svar".
           DISPLAY "V - Vis kundens klager".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           INDLAES-KATEGORIER.
           MOVE ZEROES TO WS-KAT-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KATEGORIFILE.
           IF WS-KAT-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KATEGORIFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KAT-KODE NOT = SPACES
                           AND KAT-FRIST-DAGE IS NUMERIC
                           AND WS-KAT-ANTAL < 50
                           ADD 1 TO WS-KAT-ANTAL
                           MOVE KAT-KODE TO WS-KAT-KODE(WS-KAT-ANTAL)
                           MOVE KAT-TEKST
                               TO WS-KAT-TEKST(WS-KAT-ANTAL)
                           MOVE KAT-FRIST-DAGE
                               TO WS-KAT-DAGE(WS-KAT-ANTAL)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KAT-STATUS NOT = "35"
               CLOSE KATEGORIFILE
           END-IF.
           IF WS-KAT-ANTAL = ZEROES
               DISPLAY "ADVARSEL: KlageKategorier.txt mangler - "
                   "klager kan ikke registreres"
           END-IF.

           REGISTRER-KLAGE.
           MOVE "N" TO WS-FEJL-SWITCH.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           MOVE WS-VALGT-KUNDE-ID TO WS-OPSLAG-ID.
           PERFORM LAES-KUNDE.
           IF NOT WS-KUNDE-FUNDET
               DISPLAY "Kunden findes ikke."
               MOVE "Y" TO WS-FEJL-SWITCH
           END-IF.
           IF NOT WS-INDTASTNING-FEJL
               DISPLAY "KONTONUMMER (blank = ingen): "
                   WITH NO ADVANCING
               ACCEPT WS-VALGT-KONTO
               IF WS-VALGT-KONTO NOT = SPACES
                   MOVE WS-VALGT-KONTO TO WS-OPSLAG-KONTO
                   PERFORM LAES-KONTO
                   IF NOT WS-KONTO-FUNDET
                       DISPLAY "Kontoen findes ikke."
                       MOVE "Y" TO WS-FEJL-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-INDTASTNING-FEJL
               DISPLAY "POSTERINGSREFERENCE (9 cifre, blank = "
                   "ingen): " WITH NO ADVANCING
               ACCEPT WS-REF-IND
               IF WS-REF-IND = SPACES
                   MOVE ZEROES TO WS-REF-TAL
               END-IF
               IF WS-REF-IND IS NOT NUMERIC
                   DISPLAY "POSTERINGSREFERENCE skal vaere 9 cifre."
                   MOVE "Y" TO WS-FEJL-SWITCH
               END-IF
           END-IF.
           IF NOT WS-INDTASTNING-FEJL
               PERFORM VIS-KATEGORIER
               DISPLAY "KATEGORI: " WITH NO ADVANCING
               ACCEPT WS-VALGT-KATEGORI
               PERFORM FIND-KATEGORI
               IF WS-KAT-IX > WS-KAT-ANTAL
                   DISPLAY "Kategorien findes ikke i "
                       "KlageKategorier.txt."
                   MOVE "Y" TO WS-FEJL-SWITCH
               END-IF
           END-IF.
           IF NOT WS-INDTASTNING-FEJL
               DISPLAY "MODTAGET (YYYYMMDD, blank = i dag): "
                   WITH NO ADVANCING
               ACCEPT WS-MODTAGET-IND
               IF WS-MODTAGET-IND = SPACES
                   MOVE WS-DAGS-DATO TO WS-MODTAGET-TAL
               END-IF
               IF WS-MODTAGET-IND IS NOT NUMERIC
                   OR WS-MODTAGET-TAL > WS-DAGS-DATO
                   DISPLAY "MODTAGET skal vaere en dato, ikke "
                       "senere end i dag."
                   MOVE "Y" TO WS-FEJL-SWITCH
               END-IF
           END-IF.
           IF NOT WS-INDTASTNING-FEJL
               DISPLAY "BESKRIVELSE: " WITH NO ADVANCING
               ACCEPT WS-VALGT-TEKST
               PERFORM BEREGN-FRIST
               DISPLAY "Klage fra " WS-KUNDE-NAVN
               DISPLAY "om " WS-KAT-TEKST(WS-KAT-IX)
                   " - svarfrist " WS-RUL-DATO
               DISPLAY "Godkend (J/N): " WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
               IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                   PERFORM GEM-KLAGE
               ELSE
                   DISPLAY "Annulleret."
               END-IF
           END-IF.

           VIS-KATEGORIER.
           MOVE 1 TO WS-KAT-IX.
           PERFORM UNTIL WS-KAT-IX > WS-KAT-ANTAL
               DISPLAY "  " WS-KAT-KODE(WS-KAT-IX) " "
                   WS-KAT-TEKST(WS-KAT-IX) " "
                   WS-KAT-DAGE(WS-KAT-IX) " DAGE"
               ADD 1 TO WS-KAT-IX
           END-PERFORM.

           FIND-KATEGORI.
           MOVE 1 TO WS-KAT-IX.
           PERFORM UNTIL WS-KAT-IX > WS-KAT-ANTAL
               OR WS-KAT-KODE(WS-KAT-IX) = WS-VALGT-KATEGORI
               ADD 1 TO WS-KAT-IX
           END-PERFORM.

           BEREGN-FRIST.
           MOVE WS-MODTAGET-TAL TO WS-RUL-DATO.
           MOVE 1 TO WS-DAG-IX.
           PERFORM UNTIL WS-DAG-IX > WS-KAT-DAGE(WS-KAT-IX)
               PERFORM LAEG-EN-DAG-TIL
               ADD 1 TO WS-DAG-IX
           END-PERFORM.

           GEM-KLAGE.
           PERFORM TRAEK-KLAGENR.
           PERFORM ABN-KLAGEFIL-IO.
           MOVE SPACES TO KLAGEREC.
           MOVE WS-NAESTE-NR TO KLG-NR.
           MOVE WS-VALGT-KUNDE-ID TO KLG-KUNDE-ID.
           MOVE WS-VALGT-KONTO TO KLG-KONTONUMMER.
           MOVE WS-REF-TAL TO KLG-POSTERINGSREF.
           MOVE WS-VALGT-KATEGORI TO KLG-KATEGORI.
           MOVE WS-VALGT-TEKST TO KLG-TEKST.
           MOVE WS-MODTAGET-TAL TO KLG-MODTAGET-DATO.
           MOVE WS-RUL-DATO TO KLG-FRIST-DATO.
           MOVE "A" TO KLG-STATUS.
           MOVE SPACES TO KLG-UDFALD.
           MOVE ZEROES TO KLG-SVAR-DATO.
           MOVE ZEROES TO KLG-REFUSION.
           MOVE SPACES TO KLG-REFUSION-KONTO.
           MOVE WS-SIGNON-OPERATOER TO KLG-OPERATOER.
           WRITE KLAGEREC
               INVALID KEY
                   STRING "Klage " WS-NAESTE-NR
                       " findes allerede - KlageNr.txt er bagud"
                       DELIMITED BY SIZE INTO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
           END-WRITE.
           CLOSE KLAGEFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Klage registreret som nr. " WS-NAESTE-NR ".".

           TRAEK-KLAGENR.
           MOVE 1 TO WS-NAESTE-NR.
           OPEN INPUT KLAGENRFILE.
           IF WS-KNR-STATUS = "00"
               READ KLAGENRFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-NAESTE-NR = KLAGENRREC + 1
               END-READ
               CLOSE KLAGENRFILE
           END-IF.
           OPEN OUTPUT KLAGENRFILE.
           MOVE WS-NAESTE-NR TO KLAGENRREC.
           WRITE KLAGENRREC.
           CLOSE KLAGENRFILE.

           BESVAR-KLAGE.
           DISPLAY "KLAGENR: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-NR-IND.
           IF WS-VALGT-NR-IND IS NOT NUMERIC
               DISPLAY "KLAGENR skal vaere 6 cifre."
           ELSE
               PERFORM ABN-KLAGEFIL-IO
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE WS-VALGT-NR TO KLG-NR
               READ KLAGEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-RECORD-FUNDET
                       DISPLAY "Klagen findes ikke."
                   WHEN NOT KLG-ER-AABEN
                       DISPLAY "Klagen er allerede besvaret ("
                           KLG-SVAR-DATO ")."
                   WHEN OTHER
                       PERFORM AFGOER-KLAGE
               END-EVALUATE
               CLOSE KLAGEFILE
           END-IF.

           AFGOER-KLAGE.
           MOVE "N" TO WS-FEJL-SWITCH.
           DISPLAY "KUNDE: " KLG-KUNDE-ID "  KONTO: " KLG-KONTONUMMER.
           DISPLAY "KATEGORI: " KLG-KATEGORI "  MODTAGET: "
               KLG-MODTAGET-DATO "  FRIST: " KLG-FRIST-DATO.
           DISPLAY "BESKRIVELSE: " KLG-TEKST.
           DISPLAY "UDFALD (M=medhold D=delvis A=afvist "
               "T=trukket): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-UDFALD.
           MOVE ZEROES TO WS-REFUSION.
           MOVE SPACES TO WS-REFUSION-KONTO.
           IF NOT WS-UDFALD-GYLDIGT
               DISPLAY "Ugyldigt udfald."
               MOVE "Y" TO WS-FEJL-SWITCH
           END-IF.
           IF NOT WS-INDTASTNING-FEJL AND WS-UDFALD-MED-REFUSION
               DISPLAY "REFUSION (9(7)V99, blank = ingen): "
                   WITH NO ADVANCING
               ACCEPT WS-REFUSION-IND
               IF WS-REFUSION-IND = SPACES
                   MOVE ZEROES TO WS-REFUSION-TAL
               END-IF
               IF WS-REFUSION-IND IS NOT NUMERIC
                   DISPLAY "REFUSION skal vaere 9 cifre."
                   MOVE "Y" TO WS-FEJL-SWITCH
               ELSE
                   MOVE WS-REFUSION-TAL TO WS-REFUSION
               END-IF
           END-IF.
           IF NOT WS-INDTASTNING-FEJL AND WS-REFUSION > ZEROES
               DISPLAY "REFUSION TIL KONTO (blank = "
                   KLG-KONTONUMMER "): " WITH NO ADVANCING
               ACCEPT WS-REFUSION-KONTO
               IF WS-REFUSION-KONTO = SPACES
                   MOVE KLG-KONTONUMMER TO WS-REFUSION-KONTO
               END-IF
               MOVE WS-REFUSION-KONTO TO WS-OPSLAG-KONTO
               PERFORM LAES-KONTO
               IF NOT WS-KONTO-FUNDET
                   DISPLAY "Refusionskontoen findes ikke."
                   MOVE "Y" TO WS-FEJL-SWITCH
               END-IF
           END-IF.
           IF NOT WS-INDTASTNING-FEJL
               MOVE WS-REFUSION TO WS-BELOB-ED
               DISPLAY "Godkend svar " WS-VALGT-UDFALD
                   " refusion " WS-BELOB-ED " (J/N): "
                   WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
               IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                   PERFORM GEM-SVAR
               ELSE
                   DISPLAY "Annulleret."
               END-IF
           END-IF.

           GEM-SVAR.
           IF WS-REFUSION > ZEROES
               PERFORM SKRIV-REFUSION
           END-IF.
           MOVE "B" TO KLG-STATUS.
           MOVE WS-VALGT-UDFALD TO KLG-UDFALD.
           MOVE WS-DAGS-DATO TO KLG-SVAR-DATO.
           MOVE WS-REFUSION TO KLG-REFUSION.
           MOVE WS-REFUSION-KONTO TO KLG-REFUSION-KONTO.
           MOVE WS-SIGNON-OPERATOER TO KLG-OPERATOER.
           REWRITE KLAGEREC.
           CALL "RETURPOSTKONTROL" USING KLG-KUNDE-ID
               WS-BREVTYPE KLG-KONTONUMMER
               WS-LAAS-PROGRAM WS-RETURPOST.
           IF WS-RETURPOST = "J"
               DISPLAY "ADVARSEL: kunden har returpost - svarbrevet "
                   "er holdt tilbage, giv svaret paa anden vis."
           ELSE
               PERFORM SKRIV-SVARBREV
           END-IF.
           MOVE ZEROES TO WS-OLD-BALANCE.
           MOVE WS-REFUSION TO WS-NEW-BALANCE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               KLG-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           MOVE ZEROES TO WS-NEW-BALANCE.
           DISPLAY "Klagen er besvaret.".

      *    The complaint number rides in the posting text - the
      *    Opgave48 "BS <reference>" idiom - so Opgave119 can find
      *    the posting that paid the refund in the history.
           SKRIV-REFUSION.
           OPEN EXTEND TRANSAKTIONFILE.
           IF WS-TRA-STATUS = "35"
               OPEN OUTPUT TRANSAKTIONFILE
           END-IF.
           IF WS-TRA-STATUS NOT = "00"
               STRING "Open Transaktioner.txt failed, status "
                   WS-TRA-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO TRANSAKTIONREC.
           MOVE WS-REFUSION-KONTO TO TP-KONTONUMMER IN TRANSAKTIONREC.
           MOVE "K" TO TP-TRANS-TYPE IN TRANSAKTIONREC.
           MOVE WS-REFUSION TO TP-BELOB IN TRANSAKTIONREC.
           MOVE WS-DAGS-DATO TO TP-TRANS-DATO IN TRANSAKTIONREC.
           MOVE SPACES TO TP-TEKST IN TRANSAKTIONREC.
           STRING "KLAGE " KLG-NR " REFUSION"
               DELIMITED BY SIZE INTO TP-TEKST IN TRANSAKTIONREC.
           MOVE SPACES TO TP-MODKONTONUMMER IN TRANSAKTIONREC.
           MOVE ZEROES TO TP-STORNO-REF IN TRANSAKTIONREC.
           WRITE TRANSAKTIONREC.
           PERFORM TAEL-TRANSAKTION.
           CLOSE TRANSAKTIONFILE.
           PERFORM REGISTRER-TRANSAKTIONER.

      *    TEKSTRENS trim, greeting, the outcome and any refund,
      *    and the page break on the first line.
           SKRIV-SVARBREV.
           OPEN EXTEND KLAGEBREVOUT.
           IF WS-KBR-STATUS = "35"
               OPEN OUTPUT KLAGEBREVOUT
           END-IF.
           IF WS-KBR-STATUS NOT = "00"
               STRING "Open KlageSvarBreve.txt failed, status "
                   WS-KBR-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE KLG-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   MOVE SPACES TO KUNDEOPLREC
           END-READ.
           CALL "KORRESPONDANCELOG" USING
               KLG-KUNDE-ID
               WS-BREVTYPE
               KLG-KONTONUMMER
               WS-KOR-RESULT.
           IF WS-KOR-RESULT NOT = "M"
               DISPLAY "ADVARSEL: brevet kunne ikke logges i "
                   "Korrespondancer.txt"
           END-IF.
           CALL "PRINTINDEKS" USING WS-PRINTFIL
               KLG-KUNDE-ID
               WS-BREVTYPE
               KLG-KONTONUMMER
               WS-PIX-RESULT.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE AFTER ADVANCING PAGE.

           IF ADRESSE-LINJE-2 IN KUNDEOPLREC NOT = SPACES
               MOVE ADRESSE-LINJE-2 IN KUNDEOPLREC TO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO KLAGEBREVLINE
               WRITE KLAGEBREVLINE
           END-IF.

           MOVE SPACES TO CT-IN.
           STRING VEJNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HUSNR IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ETAGE IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SIDE IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.

           MOVE SPACES TO CT-IN.
           STRING POSTNR IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BY-X IN KUNDEOPLREC DELIMITED BY SIZE
               INTO CT-IN.
           PERFORM TRIMSPACES.
           MOVE CT-OUT TO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Dato: " WS-DAGS-DATO(7:2) "." WS-DAGS-DATO(5:2)
               "." WS-DAGS-DATO(1:4)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.
           MOVE SPACES TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Kaere " DELIMITED BY SIZE
               FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.
           MOVE SPACES TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "Vedr. din klage nr. " KLG-NR " modtaget "
               KLG-MODTAGET-DATO(7:2) "." KLG-MODTAGET-DATO(5:2)
               "." KLG-MODTAGET-DATO(1:4) ":"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.
           EVALUATE TRUE
               WHEN KLG-MEDHOLD
                   MOVE "Vi giver dig medhold i din klage."
                       TO WS-PRINT-LINE
               WHEN KLG-DELVIS-MEDHOLD
                   MOVE "Vi giver dig delvis medhold i din klage."
                       TO WS-PRINT-LINE
               WHEN KLG-AFVIST
                   MOVE "Vi kan desvaerre ikke give dig medhold."
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "Vi har noteret, at du har trukket klagen."
                       TO WS-PRINT-LINE
           END-EVALUATE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.
           IF KLG-REFUSION > ZEROES
               MOVE KLG-REFUSION TO WS-BELOB-ED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Du faar " WS-BELOB-ED
                   " refunderet paa konto " KLG-REFUSION-KONTO
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO KLAGEBREVLINE
               WRITE KLAGEBREVLINE
           END-IF.
           IF KLG-AFVIST OR KLG-DELVIS-MEDHOLD
               MOVE "Du kan indbringe klagen for Ankenaevnet for "
                   TO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO KLAGEBREVLINE
               WRITE KLAGEBREVLINE
               MOVE "Finansielle Virksomheder." TO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO KLAGEBREVLINE
               WRITE KLAGEBREVLINE
           END-IF.
           MOVE SPACES TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.
           MOVE "Med venlig hilsen" TO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.
           MOVE "Banken" TO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO KLAGEBREVLINE.
           WRITE KLAGEBREVLINE.
           CLOSE KLAGEBREVOUT.
           CLOSE KUNDEOPLFILE.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           VIS-KUNDENS-KLAGER.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KUNDE-ID.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KLAGEFILE.
           IF WS-KLG-STATUS = "00"
               MOVE WS-VALGT-KUNDE-ID TO KLG-KUNDE-ID
               START KLAGEFILE
                   KEY IS = KLG-KUNDE-ID OF KLAGEREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KLAGEFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF KLG-KUNDE-ID NOT = WS-VALGT-KUNDE-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM VIS-EN-KLAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KLAGEFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "  (ingen klager)"
           END-IF.

           VIS-EN-KLAGE.
           ADD 1 TO WS-VIS-ANTAL.
           IF KLG-ER-AABEN
               DISPLAY "  " KLG-NR " " KLG-KATEGORI " MODTAGET "
                   KLG-MODTAGET-DATO " FRIST " KLG-FRIST-DATO
                   " AABEN"
           ELSE
               MOVE KLG-REFUSION TO WS-BELOB-ED
               DISPLAY "  " KLG-NR " " KLG-KATEGORI " MODTAGET "
                   KLG-MODTAGET-DATO " SVAR " KLG-SVAR-DATO
                   " UDFALD " KLG-UDFALD " REFUSION " WS-BELOB-ED
           END-IF.
           DISPLAY "         " KLG-TEKST.

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

           LAES-KONTO.
           MOVE "N" TO WS-KONTO-SWITCH.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS = "00"
               MOVE WS-OPSLAG-KONTO TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KONTO-SWITCH
               END-READ
               CLOSE KONTOOPLFILE
           END-IF.

           LAEG-EN-DAG-TIL.
           PERFORM BEREGN-DAGE-I-MAANED.
           ADD 1 TO WS-RUL-DAG.
           IF WS-RUL-DAG > WS-DAGE-I-MAANED
               MOVE 1 TO WS-RUL-DAG
               ADD 1 TO WS-RUL-MAANED
               IF WS-RUL-MAANED > 12
                   MOVE 1 TO WS-RUL-MAANED
                   ADD 1 TO WS-RUL-AAR
               END-IF
           END-IF.

           BEREGN-DAGE-I-MAANED.
           EVALUATE WS-RUL-MAANED
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAGE-I-MAANED
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAGE-I-MAANED
               WHEN OTHER
                   DIVIDE WS-RUL-AAR BY 4 GIVING WS-SKUDAAR-KVOT
                       REMAINDER WS-SKUDAAR-REST
                   IF WS-SKUDAAR-REST = ZEROES
                       MOVE 29 TO WS-DAGE-I-MAANED
                   ELSE
                       MOVE 28 TO WS-DAGE-I-MAANED
                   END-IF
           END-EVALUATE.

           ABN-KLAGEFIL-IO.
           OPEN I-O KLAGEFILE.
           IF WS-KLG-STATUS NOT = "00"
               OPEN OUTPUT KLAGEFILE
               CLOSE KLAGEFILE
               OPEN I-O KLAGEFILE
           END-IF.
           IF WS-KLG-STATUS NOT = "00"
               STRING "Open Klager.txt failed, status "
                   WS-KLG-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE118: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    Every record laid on the intake is counted, and the
      *    count is added to the intake's handoff control when the
      *    file is closed (KONTROLTOTAL), so the posting side can
      *    tell a whole intake from a cut-off one.
           TAEL-TRANSAKTION.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE TRANSAKTIONREC TO WS-KTL-LINJE.
           MOVE "A" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.

           REGISTRER-TRANSAKTIONER.
           MOVE "Transaktioner.txt" TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "OPGAV118" TO KTL-PROGRAM OF WS-KTL-KONTROL.
           MOVE "T" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               DISPLAY "ADVARSEL: Kontroltotal for Transaktioner.txt "
                   "kunne ikke registreres"
           END-IF.
