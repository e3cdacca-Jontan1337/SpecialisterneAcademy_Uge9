           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE103.

      *    Business customers and their real owners. The customer
      *    master makes no difference between a company and a
      *    person; a company's CVR number, sector code and legal
      *    form are kept here on Erhvervskunder.txt
      *    (ERHVERVSKUNDE.cpy), and the persons who really own it
      *    on ReelleEjere.txt (REELEJER.cpy), which the Opgave36
      *    sanctions screening and the Opgave81 KYC scheduling
      *    take in whenever they come to the company.
      *
      *      C - register (or correct) a company: the customer must
      *          be on Kundeoplysninger.txt and must not be a person
      *          with a CPR number on KundeCpr.txt; the CVR number
      *          must pass CVRVALIDER, the sector code is six
      *          digits and the legal form one of the known codes
      *      E - add a real owner, or correct the share of one:
      *          the owner must be a customer and a person, not the
      *          company itself, and the company's active owners may
      *          hold at most 100 percent together
      *      O - end an ownership
      *      V - show a company with its owners
      *
      *    Every change is logged through AUDITLOG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ERHVERVSKUNDEFILE ASSIGN TO "Erhvervskunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERH-KUNDE-ID OF ERHVERVSKUNDEREC
               FILE STATUS IS WS-ERH-STATUS.
           SELECT REELEJERFILE ASSIGN TO "ReelleEjere.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJ-NOEGLE OF REELEJERREC
               ALTERNATE RECORD KEY IS REJ-EJER-ID OF REELEJERREC
                   WITH DUPLICATES
               FILE STATUS IS WS-REJ-STATUS.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ERHVERVSKUNDEFILE.
           01 ERHVERVSKUNDEREC.
               COPY "ERHVERVSKUNDE.cpy".

           FD REELEJERFILE.
           01 REELEJERREC.
               COPY "REELEJER.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           WORKING-STORAGE SECTION.
           01 WS-ERH-STATUS                PIC X(2).
           01 WS-REJ-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-SELSKAB           VALUE "C".
              88 WS-VALG-EJER              VALUE "E".
              88 WS-VALG-OPHOER            VALUE "O".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-SELSKAB-ID          PIC X(10) VALUE SPACES.
           01 WS-VALGT-EJER-ID             PIC X(10) VALUE SPACES.
           01 WS-NY-CVR                    PIC X(8) VALUE SPACES.
           01 WS-NY-BRANCHEKODE            PIC X(6) VALUE SPACES.
           01 WS-NY-SELSKABSFORM           PIC X(3) VALUE SPACES.
              88 WS-FORM-GYLDIG            VALUE "APS" "AS " "IS "
                                                 "KS " "ENK" "AMB"
                                                 "FON" "FOR".
           01 WS-CVR-RESULT                PIC X(1) VALUE SPACES.

      *    The share as keyed, 9(3)V99 - 02550 is 25,50 percent.
           01 WS-ANDEL-IND                 PIC X(5) VALUE SPACES.
           01 WS-NY-ANDEL                  PIC 9(3)V99 VALUE ZEROES.
           01 WS-ANDEL-OK                  PIC X(1) VALUE "N".
           01 WS-ANDEL-SUM                 PIC 9(5)V99 VALUE ZEROES.
           01 WS-ANDEL-ED                  PIC ZZ9.99 VALUE ZEROES.

           01 WS-KUNDE-SWITCH              PIC X(1) VALUE "N".
              88 WS-KUNDE-FUNDET           VALUE "Y".
           01 WS-CPR-SWITCH                PIC X(1) VALUE "N".
              88 WS-ER-PERSON              VALUE "Y".
           01 WS-ERH-SWITCH                PIC X(1) VALUE "N".
              88 WS-ER-SELSKAB             VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-OPSLAG-ID                 PIC X(10) VALUE SPACES.
           01 WS-KUNDE-NAVN                PIC X(41) VALUE SPACES.
           01 WS-VIS-ANTAL                 PIC 9(3) VALUE ZEROES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV103".
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
                   WHEN WS-VALG-SELSKAB
                       PERFORM REGISTRER-SELSKAB
                   WHEN WS-VALG-EJER
                       PERFORM REGISTRER-EJER
                   WHEN WS-VALG-OPHOER
                       PERFORM OPHOER-EJER
                   WHEN WS-VALG-VIS
                       PERFORM VIS-SELSKAB
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "ERHVERVSKUNDER OG REELLE EJERE".
           DISPLAY "C - Registrer erhvervskunde (CVR)".
           DISPLAY "E - Tilfoej/ret reel ejer".
           DISPLAY "O - Ophoer reel ejer".
           DISPLAY "V - Vis erhvervskunde med ejere".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           REGISTRER-SELSKAB.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-SELSKAB-ID.
           MOVE WS-VALGT-SELSKAB-ID TO WS-OPSLAG-ID.
           PERFORM LAES-KUNDE.
           PERFORM LAES-KUNDE-CPR.
           DISPLAY "CVR (8 cifre): " WITH NO ADVANCING.
           ACCEPT WS-NY-CVR.
           CALL "CVRVALIDER" USING WS-NY-CVR WS-CVR-RESULT.
           DISPLAY "BRANCHEKODE (6 cifre): " WITH NO ADVANCING.
           ACCEPT WS-NY-BRANCHEKODE.
           DISPLAY "SELSKABSFORM (APS/AS/IS/KS/ENK/AMB/FON/FOR): "
               WITH NO ADVANCING.
           ACCEPT WS-NY-SELSKABSFORM.
           INSPECT WS-NY-SELSKABSFORM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE TRUE
               WHEN NOT WS-KUNDE-FUNDET
                   DISPLAY "Kunden findes ikke."
               WHEN WS-ER-PERSON
                   DISPLAY "Kunden har et CPR-nummer og er en "
                       "privatperson."
               WHEN WS-CVR-RESULT = "U"
                   DISPLAY "CVR fejler kontrollen - intet gemt."
               WHEN WS-NY-BRANCHEKODE IS NOT NUMERIC
                   DISPLAY "BRANCHEKODE skal vaere 6 cifre."
               WHEN NOT WS-FORM-GYLDIG
                   DISPLAY "Ukendt SELSKABSFORM."
               WHEN OTHER
                   DISPLAY "Godkend " WS-KUNDE-NAVN
                       " CVR " WS-NY-CVR " (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-SELSKAB
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           GEM-SELSKAB.
           PERFORM ABN-ERHVERVSFIL-IO.
           MOVE SPACES TO ERHVERVSKUNDEREC.
           MOVE WS-VALGT-SELSKAB-ID TO ERH-KUNDE-ID.
           MOVE WS-NY-CVR TO ERH-CVR.
           MOVE WS-NY-BRANCHEKODE TO ERH-BRANCHEKODE.
           MOVE WS-NY-SELSKABSFORM TO ERH-SELSKABSFORM.
           MOVE WS-DAGS-DATO TO ERH-DATO.
           MOVE WS-SIGNON-OPERATOER TO ERH-OPERATOER.
           WRITE ERHVERVSKUNDEREC
               INVALID KEY
                   REWRITE ERHVERVSKUNDEREC
           END-WRITE.
           CLOSE ERHVERVSKUNDEFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-SELSKAB-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Erhvervskunde registreret.".

           REGISTRER-EJER.
           DISPLAY "SELSKABETS KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-SELSKAB-ID.
           PERFORM LAES-SELSKAB.
           DISPLAY "EJERENS KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-EJER-ID.
           MOVE WS-VALGT-EJER-ID TO WS-OPSLAG-ID.
           PERFORM LAES-KUNDE.
           PERFORM LAES-KUNDE-CPR.
           DISPLAY "EJERANDEL (9(3)V99, f.eks. 02550): "
               WITH NO ADVANCING.
           ACCEPT WS-ANDEL-IND.
           PERFORM KONTROLLER-ANDEL.
           IF WS-ER-SELSKAB AND WS-KUNDE-FUNDET
               AND WS-ANDEL-OK = "Y"
               PERFORM SUMMER-ANDELE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-ER-SELSKAB
                   DISPLAY "Selskabet er ikke registreret som "
                       "erhvervskunde."
               WHEN NOT WS-KUNDE-FUNDET
                   DISPLAY "Ejeren findes ikke som kunde."
               WHEN WS-VALGT-EJER-ID = WS-VALGT-SELSKAB-ID
                   DISPLAY "Selskabet kan ikke eje sig selv."
               WHEN NOT WS-ER-PERSON
                   DISPLAY "En reel ejer skal vaere en person med "
                       "CPR-nummer."
               WHEN WS-ANDEL-OK NOT = "Y"
                   DISPLAY "EJERANDEL skal vaere 0,01 - 100,00."
               WHEN WS-ANDEL-SUM + WS-NY-ANDEL > 100
                   MOVE WS-ANDEL-SUM TO WS-ANDEL-ED
                   DISPLAY "De reelle ejere har allerede "
                       WS-ANDEL-ED " procent."
               WHEN OTHER
                   MOVE WS-NY-ANDEL TO WS-ANDEL-ED
                   DISPLAY "Godkend " WS-KUNDE-NAVN " som ejer af "
                       WS-ANDEL-ED " procent (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-EJER
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           KONTROLLER-ANDEL.
           MOVE "N" TO WS-ANDEL-OK.
           MOVE ZEROES TO WS-NY-ANDEL.
           IF WS-ANDEL-IND IS NUMERIC
               MOVE WS-ANDEL-IND TO WS-NY-ANDEL
               IF WS-NY-ANDEL > ZEROES AND WS-NY-ANDEL <= 100
                   MOVE "Y" TO WS-ANDEL-OK
               END-IF
           END-IF.

      *    The company's other active owners; a share being
      *    corrected does not count against itself.
           SUMMER-ANDELE.
           MOVE ZEROES TO WS-ANDEL-SUM.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT REELEJERFILE.
           IF WS-REJ-STATUS = "00"
               MOVE WS-VALGT-SELSKAB-ID TO REJ-SELSKAB-ID
               MOVE SPACES TO REJ-EJER-ID
               START REELEJERFILE
                   KEY IS >= REJ-NOEGLE OF REELEJERREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ REELEJERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF REJ-SELSKAB-ID NOT = WS-VALGT-SELSKAB-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               IF REJ-ER-AKTIV
                                   AND REJ-EJER-ID
                                       NOT = WS-VALGT-EJER-ID
                                   ADD REJ-EJERANDEL TO WS-ANDEL-SUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REELEJERFILE
           END-IF.

           GEM-EJER.
           PERFORM ABN-EJERFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-SELSKAB-ID TO REJ-SELSKAB-ID.
           MOVE WS-VALGT-EJER-ID TO REJ-EJER-ID.
           READ REELEJERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF NOT WS-RECORD-FUNDET OR REJ-ER-OPHOERT
               MOVE WS-DAGS-DATO TO REJ-FRA-DATO
           END-IF.
           MOVE WS-NY-ANDEL TO REJ-EJERANDEL.
           MOVE "A" TO REJ-STATUS.
           MOVE ZEROES TO REJ-TIL-DATO.
           MOVE WS-SIGNON-OPERATOER TO REJ-OPERATOER.
           IF WS-RECORD-FUNDET
               REWRITE REELEJERREC
           ELSE
               WRITE REELEJERREC
           END-IF.
           CLOSE REELEJERFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-VALGT-SELSKAB-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Reel ejer registreret.".

           OPHOER-EJER.
           DISPLAY "SELSKABETS KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-SELSKAB-ID.
           DISPLAY "EJERENS KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-EJER-ID.
           PERFORM ABN-EJERFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-SELSKAB-ID TO REJ-SELSKAB-ID.
           MOVE WS-VALGT-EJER-ID TO REJ-EJER-ID.
           READ REELEJERFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Ejerskabet findes ikke."
               WHEN REJ-ER-OPHOERT
                   DISPLAY "Ejerskabet er allerede ophoert ("
                       REJ-TIL-DATO ")."
               WHEN OTHER
                   DISPLAY "Godkend ophoer af ejerskabet (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE "O" TO REJ-STATUS
                       MOVE WS-DAGS-DATO TO REJ-TIL-DATO
                       MOVE WS-SIGNON-OPERATOER TO REJ-OPERATOER
                       REWRITE REELEJERREC
                       CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                           WS-VALGT-SELSKAB-ID
                           WS-OLD-BALANCE WS-NEW-BALANCE
                           WS-AUDIT-RESULT
                       DISPLAY "Ejerskab ophoert."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE REELEJERFILE.

           VIS-SELSKAB.
           DISPLAY "KUNDE-ID: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-SELSKAB-ID.
           PERFORM LAES-SELSKAB.
           IF NOT WS-ER-SELSKAB
               DISPLAY "Kunden er ikke registreret som erhvervskunde."
           ELSE
               MOVE WS-VALGT-SELSKAB-ID TO WS-OPSLAG-ID
               PERFORM LAES-KUNDE
               DISPLAY "SELSKAB:      " WS-KUNDE-NAVN
               DISPLAY "CVR:          " ERH-CVR
               DISPLAY "BRANCHEKODE:  " ERH-BRANCHEKODE
               DISPLAY "SELSKABSFORM: " ERH-SELSKABSFORM
               DISPLAY "REGISTRERET:  " ERH-DATO " AF " ERH-OPERATOER
               PERFORM VIS-EJERE
           END-IF.

           VIS-EJERE.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           DISPLAY "REELLE EJERE:".
           OPEN INPUT REELEJERFILE.
           IF WS-REJ-STATUS = "00"
               MOVE WS-VALGT-SELSKAB-ID TO REJ-SELSKAB-ID
               MOVE SPACES TO REJ-EJER-ID
               START REELEJERFILE
                   KEY IS >= REJ-NOEGLE OF REELEJERREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ REELEJERFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF REJ-SELSKAB-ID NOT = WS-VALGT-SELSKAB-ID
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM VIS-EN-EJER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REELEJERFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "  (ingen registreret)"
           END-IF.

           VIS-EN-EJER.
           ADD 1 TO WS-VIS-ANTAL.
           MOVE REJ-EJER-ID TO WS-OPSLAG-ID.
           PERFORM LAES-KUNDE.
           MOVE REJ-EJERANDEL TO WS-ANDEL-ED.
           IF REJ-ER-AKTIV
               DISPLAY "  " REJ-EJER-ID " " WS-KUNDE-NAVN " "
                   WS-ANDEL-ED "% FRA " REJ-FRA-DATO
           ELSE
               DISPLAY "  " REJ-EJER-ID " " WS-KUNDE-NAVN " "
                   WS-ANDEL-ED "% OPHOERT " REJ-TIL-DATO
           END-IF.

           LAES-SELSKAB.
           MOVE "N" TO WS-ERH-SWITCH.
           OPEN INPUT ERHVERVSKUNDEFILE.
           IF WS-ERH-STATUS = "00"
               MOVE WS-VALGT-SELSKAB-ID TO ERH-KUNDE-ID
               READ ERHVERVSKUNDEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ERH-SWITCH
               END-READ
               CLOSE ERHVERVSKUNDEFILE
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

           LAES-KUNDE-CPR.
           MOVE "N" TO WS-CPR-SWITCH.
           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS = "00"
               MOVE WS-OPSLAG-ID TO CPR-KUNDE-ID
               READ KUNDECPRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CPR-SWITCH
               END-READ
               CLOSE KUNDECPRFILE
           END-IF.

           ABN-ERHVERVSFIL-IO.
           OPEN I-O ERHVERVSKUNDEFILE.
           IF WS-ERH-STATUS NOT = "00"
               OPEN OUTPUT ERHVERVSKUNDEFILE
               CLOSE ERHVERVSKUNDEFILE
               OPEN I-O ERHVERVSKUNDEFILE
           END-IF.
           IF WS-ERH-STATUS NOT = "00"
               STRING "Open Erhvervskunder.txt failed, status "
                   WS-ERH-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABN-EJERFIL-IO.
           OPEN I-O REELEJERFILE.
           IF WS-REJ-STATUS NOT = "00"
               OPEN OUTPUT REELEJERFILE
               CLOSE REELEJERFILE
               OPEN I-O REELEJERFILE
           END-IF.
           IF WS-REJ-STATUS NOT = "00"
               STRING "Open ReelleEjere.txt failed, status "
                   WS-REJ-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE103: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
