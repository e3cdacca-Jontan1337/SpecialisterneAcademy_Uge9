           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE108.

      *    Account alert subscriptions. What a customer wants to be
      *    told about an account - the balance falling below a
      *    limit, a debit above an amount, the salary arriving - is
      *    kept on KontoAlarmer.txt (KONTOALARM.cpy), one line per
      *    account and alert type:
      *
      *      O - subscribe (or change the limit or channel of) an
      *          alert: the account must be open on KontoOpl.txt,
      *          the channel SMS or email; the owner is warned when
      *          KundeKontakter.txt has no phone or email to send to
      *      A - cancel an alert
      *      V - show an account's alerts
      *
      *    The Opgave109 nightly run evaluates the alerts after the
      *    posting run and writes the notifications to
      *    BeskedSpool.txt. Every change is logged through
      *    AUDITLOG with the old and new limit.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTOALARMFILE ASSIGN TO "KontoAlarmer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-NOEGLE OF KONTOALARMREC
               FILE STATUS IS WS-KAL-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT KONTAKTFILE ASSIGN TO "KundeKontakter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTA-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KONTOALARMFILE.
           01 KONTOALARMREC.
               COPY "KONTOALARM.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KONTAKTFILE.
           01 KONTAKTREC.
               COPY "KONTAKTOPL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KAL-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KTA-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
              88 WS-VALG-OPRET             VALUE "O".
              88 WS-VALG-AFMELD            VALUE "A".
              88 WS-VALG-VIS               VALUE "V".
              88 WS-VALG-AFSLUT            VALUE "X".

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.

           01 WS-VALGT-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-NY-TYPE                   PIC X(1) VALUE SPACES.
              88 WS-TYPE-GYLDIG            VALUE "S" "H" "L".
           01 WS-NY-KANAL                  PIC X(1) VALUE SPACES.
              88 WS-KANAL-GYLDIG           VALUE "S" "E".
      *    Keyed as 9(7)V99 digits, e.g. 000500000 for 5.000,00.
           01 WS-GRAENSE-IND               PIC X(9) VALUE SPACES.
           01 WS-GRAENSE-TAL REDEFINES WS-GRAENSE-IND
                                           PIC 9(7)V99.
           01 WS-NY-GRAENSE                PIC 9(7)V99 VALUE ZEROES.

           01 WS-KONTO-SWITCH              PIC X(1) VALUE "N".
              88 WS-KONTO-FUNDET           VALUE "Y".
           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-KONTAKT-SWITCH            PIC X(1) VALUE "N".
              88 WS-KONTAKT-FUNDET         VALUE "Y".

           01 WS-KONTO-KUNDE-ID            PIC X(10) VALUE SPACES.
           01 WS-KONTO-STATUS              PIC X(1) VALUE SPACES.
           01 WS-VIS-ANTAL                 PIC 9(3) VALUE ZEROES.
           01 WS-TYPE-TEKST                PIC X(20) VALUE SPACES.
           01 WS-KANAL-TEKST               PIC X(5) VALUE SPACES.

           01 WS-OLD-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-NEW-BALANCE               PIC S9(7)V99 VALUE ZEROES.
           01 WS-AUDIT-RESULT              PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAV108".
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
                   WHEN WS-VALG-OPRET
                       PERFORM OPRET-ALARM
                   WHEN WS-VALG-AFMELD
                       PERFORM AFMELD-ALARM
                   WHEN WS-VALG-VIS
                       PERFORM VIS-KONTOENS-ALARMER
                   WHEN WS-VALG-AFSLUT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Ugyldigt valg, proev igen."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.

           VIS-MENU.
           DISPLAY " ".
           DISPLAY "KONTOALARMER".
           DISPLAY "O - Opret/ret alarm".
           DISPLAY "A - Afmeld alarm".
           DISPLAY "V - Vis kontoens alarmer".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           ACCEPT WS-MENU-VALG.

           OPRET-ALARM.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           PERFORM LAES-KONTO.
           DISPLAY "TYPE (S=saldo under, H=haevning over, "
               "L=loen modtaget): " WITH NO ADVANCING.
           ACCEPT WS-NY-TYPE.
           INSPECT WS-NY-TYPE CONVERTING "shl" TO "SHL".
           DISPLAY "GRAENSE (9(7)V99, f.eks. 000500000): "
               WITH NO ADVANCING.
           ACCEPT WS-GRAENSE-IND.
           DISPLAY "KANAL (S=SMS, E=email): " WITH NO ADVANCING.
           ACCEPT WS-NY-KANAL.
           INSPECT WS-NY-KANAL CONVERTING "se" TO "SE".
           EVALUATE TRUE
               WHEN NOT WS-KONTO-FUNDET
                   DISPLAY "Kontoen findes ikke."
               WHEN WS-KONTO-STATUS = "L"
                   DISPLAY "Kontoen er lukket."
               WHEN NOT WS-TYPE-GYLDIG
                   DISPLAY "TYPE skal vaere S, H eller L."
               WHEN WS-GRAENSE-IND IS NOT NUMERIC
                   DISPLAY "GRAENSE skal vaere 9 cifre."
               WHEN NOT WS-KANAL-GYLDIG
                   DISPLAY "KANAL skal vaere S eller E."
               WHEN OTHER
                   MOVE WS-GRAENSE-TAL TO WS-NY-GRAENSE
                   PERFORM KONTROLLER-KONTAKT
                   IF NOT WS-KONTAKT-FUNDET
                       DISPLAY "ADVARSEL: kunden har ingen "
                           WS-KANAL-TEKST " i KundeKontakter - "
                           "alarmen sendes ikke foer den er oprettet"
                   END-IF
                   DISPLAY "Godkend alarm " WS-NY-TYPE " paa "
                       WS-VALGT-KONTONUMMER " (J/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM GEM-ALARM
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           GEM-ALARM.
           PERFORM ABN-ALARMFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KONTONUMMER TO KA-KONTONUMMER.
           MOVE WS-NY-TYPE TO KA-ALARM-TYPE.
           READ KONTOALARMFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-RECORD-FUNDET AND KA-ER-AKTIV
               MOVE KA-GRAENSE TO WS-OLD-BALANCE
           ELSE
               MOVE ZEROES TO WS-OLD-BALANCE
           END-IF.
           MOVE WS-NY-GRAENSE TO WS-NEW-BALANCE.
           MOVE WS-NY-GRAENSE TO KA-GRAENSE.
           MOVE WS-NY-KANAL TO KA-KANAL.
           MOVE "A" TO KA-STATUS.
      *    A new or changed limit starts over: the next night tells
      *    the customer if the balance is already below it.
           MOVE "N" TO KA-UNDER-GRAENSE.
           MOVE WS-DAGS-DATO TO KA-OPRETTET-DATO.
           MOVE ZEROES TO KA-OPHOERT-DATO.
           MOVE WS-SIGNON-OPERATOER TO KA-OPERATOER.
           IF WS-RECORD-FUNDET
               REWRITE KONTOALARMREC
           ELSE
               WRITE KONTOALARMREC
           END-IF.
           CLOSE KONTOALARMFILE.
           CALL "AUDITLOG" USING WS-LAAS-PROGRAM
               WS-KONTO-KUNDE-ID
               WS-OLD-BALANCE WS-NEW-BALANCE
               WS-AUDIT-RESULT.
           DISPLAY "Alarm registreret.".

           AFMELD-ALARM.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
      *    The owner, for the audit line.
           PERFORM LAES-KONTO.
           DISPLAY "TYPE (S/H/L): " WITH NO ADVANCING.
           ACCEPT WS-NY-TYPE.
           INSPECT WS-NY-TYPE CONVERTING "shl" TO "SHL".
           PERFORM ABN-ALARMFIL-IO.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-KONTONUMMER TO KA-KONTONUMMER.
           MOVE WS-NY-TYPE TO KA-ALARM-TYPE.
           READ KONTOALARMFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-RECORD-FUNDET
                   DISPLAY "Alarmen findes ikke."
               WHEN KA-ER-OPHOERT
                   DISPLAY "Alarmen er allerede afmeldt ("
                       KA-OPHOERT-DATO ")."
               WHEN OTHER
                   DISPLAY "Godkend afmelding af alarm "
                       KA-ALARM-TYPE " (J/N): " WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       MOVE KA-GRAENSE TO WS-OLD-BALANCE
                       MOVE ZEROES TO WS-NEW-BALANCE
                       MOVE "O" TO KA-STATUS
                       MOVE WS-DAGS-DATO TO KA-OPHOERT-DATO
                       MOVE WS-SIGNON-OPERATOER TO KA-OPERATOER
                       REWRITE KONTOALARMREC
                       CALL "AUDITLOG" USING WS-LAAS-PROGRAM
                           WS-KONTO-KUNDE-ID
                           WS-OLD-BALANCE WS-NEW-BALANCE
                           WS-AUDIT-RESULT
                       DISPLAY "Alarm afmeldt."
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.
           CLOSE KONTOALARMFILE.

           VIS-KONTOENS-ALARMER.
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTONUMMER.
           MOVE ZEROES TO WS-VIS-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KONTOALARMFILE.
           IF WS-KAL-STATUS = "00"
               MOVE WS-VALGT-KONTONUMMER TO KA-KONTONUMMER
               MOVE SPACES TO KA-ALARM-TYPE
               START KONTOALARMFILE
                   KEY IS >= KA-NOEGLE OF KONTOALARMREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KONTOALARMFILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF KA-KONTONUMMER
                               NOT = WS-VALGT-KONTONUMMER
                               MOVE 1 TO WS-END-OF-FILE
                           ELSE
                               PERFORM VIS-EN-ALARM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTOALARMFILE
           END-IF.
           IF WS-VIS-ANTAL = ZEROES
               DISPLAY "  (ingen alarmer)"
           END-IF.

           VIS-EN-ALARM.
           ADD 1 TO WS-VIS-ANTAL.
           EVALUATE TRUE
               WHEN KA-ER-SALDO
                   MOVE "SALDO UNDER" TO WS-TYPE-TEKST
               WHEN KA-ER-HAEVNING
                   MOVE "HAEVNING OVER" TO WS-TYPE-TEKST
               WHEN OTHER
                   MOVE "LOEN MODTAGET" TO WS-TYPE-TEKST
           END-EVALUATE.
           IF KA-VIA-EMAIL
               MOVE "EMAIL" TO WS-KANAL-TEKST
           ELSE
               MOVE "SMS" TO WS-KANAL-TEKST
           END-IF.
           IF KA-ER-AKTIV
               DISPLAY "  " KA-ALARM-TYPE " " WS-TYPE-TEKST
                   " " KA-GRAENSE " " WS-KANAL-TEKST
                   " SIDEN " KA-OPRETTET-DATO
           ELSE
               DISPLAY "  " KA-ALARM-TYPE " " WS-TYPE-TEKST
                   " " KA-GRAENSE " " WS-KANAL-TEKST
                   " AFMELDT " KA-OPHOERT-DATO
           END-IF.

           LAES-KONTO.
           MOVE "N" TO WS-KONTO-SWITCH.
           MOVE SPACES TO WS-KONTO-KUNDE-ID.
           MOVE SPACES TO WS-KONTO-STATUS.
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
                   MOVE KUNDE-ID IN KONTOOPLREC
                       TO WS-KONTO-KUNDE-ID
                   MOVE KONTOSTATUS IN KONTOOPLREC
                       TO WS-KONTO-STATUS
           END-READ.
           CLOSE KONTOOPLFILE.

      *    Is there a phone (SMS) or email (E) line on the owner's
      *    contacts to send to - scanned the way Opgave17 keyed it.
           KONTROLLER-KONTAKT.
           MOVE "N" TO WS-KONTAKT-SWITCH.
           IF WS-NY-KANAL = "E"
               MOVE "email" TO WS-KANAL-TEKST
           ELSE
               MOVE "tlf." TO WS-KANAL-TEKST
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT KONTAKTFILE.
           IF WS-KTA-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTAKTFILE INTO KONTAKTREC
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF KT-KUNDE-ID = WS-KONTO-KUNDE-ID
                           IF (WS-NY-KANAL = "E" AND KT-ER-EMAIL
                               AND KT-EMAIL NOT = SPACES)
                               OR (WS-NY-KANAL = "S"
                               AND KT-ER-TELEFON
                               AND KT-TELEFON NOT = SPACES)
                               MOVE "Y" TO WS-KONTAKT-SWITCH
                               MOVE 1 TO WS-END-OF-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KTA-STATUS NOT = "35"
               CLOSE KONTAKTFILE
           END-IF.

           ABN-ALARMFIL-IO.
           OPEN I-O KONTOALARMFILE.
           IF WS-KAL-STATUS NOT = "00"
               OPEN OUTPUT KONTOALARMFILE
               CLOSE KONTOALARMFILE
               OPEN I-O KONTOALARMFILE
           END-IF.
           IF WS-KAL-STATUS NOT = "00"
               STRING "Open KontoAlarmer.txt failed, status "
                   WS-KAL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           ABEND-RUN.
           DISPLAY "OPGAVE108: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
