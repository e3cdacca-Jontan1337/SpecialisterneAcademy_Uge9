           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE109.

      *    Nightly account alerts. Runs after the posting run and
      *    evaluates the Opgave108 subscriptions on KontoAlarmer.txt
      *    against the day's postings and the new balances:
      *
      *      H - every debit on PosteringsDelta.txt above the limit
      *          (type "D", and the debited leg of a "T" transfer -
      *          the leg whose balance went down)
      *      L - every credit of at least the limit (type "K", and
      *          the credited leg of a "T" transfer)
      *      S - an account whose KontoOpl.txt balance is below the
      *          limit; told once per dip, KA-UNDER-GRAENSE
      *          remembers it until the balance has recovered
      *
      *    Reversals ("S" lines) raise no alert. Each notification
      *    goes to BeskedSpool.txt (BESKEDSPOOL.cpy) for the SMS or
      *    email gateway, addressed to the first phone or email
      *    line of the account owner on KundeKontakter.txt. No
      *    notification goes to a deceased customer or an estate
      *    (KUNDESTATUSOPSLAG), to a customer erased under
      *    Opgave41 (the SLETTET placeholder on the customer
      *    record), or on a closed account; an alert without a
      *    contact to send to is counted for the branch.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DELTAFILE ASSIGN TO "PosteringsDelta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEL-STATUS.
           SELECT KONTOALARMFILE ASSIGN TO "KontoAlarmer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KA-NOEGLE OF KONTOALARMREC
               FILE STATUS IS WS-KAL-STATUS.
      *    Only ever looked up one account at a time by KONTONUMMER.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
      *    Only ever looked up one customer at a time by KUNDE-ID.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KONTAKTFILE ASSIGN TO "KundeKontakter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTA-STATUS.
           SELECT BESKEDOUT ASSIGN TO "BeskedSpool.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BSK-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD DELTAFILE.
           01 DELTALINE                    PIC X(171).

           FD KONTOALARMFILE.
           01 KONTOALARMREC.
               COPY "KONTOALARM.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTAKTFILE.
           01 KONTAKTREC.
               COPY "KONTAKTOPL.cpy".

           FD BESKEDOUT.
           01 BESKEDREC.
               COPY "BESKEDSPOOL.cpy".

           WORKING-STORAGE SECTION.
           01 WS-DEL-STATUS                PIC X(2).
           01 WS-KAL-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KTA-STATUS                PIC X(2).
           01 WS-BSK-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-KONTAKT            PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".

           01 WS-BELOB                     PIC 9(7)V99 VALUE ZEROES.
           01 WS-GAMMEL-BALANCE            PIC 9(7)V99 VALUE ZEROES.
           01 WS-NY-BALANCE                PIC 9(7)V99 VALUE ZEROES.
           01 WS-BELOB-ED                  PIC Z(6)9.99 VALUE ZEROES.
           01 WS-GRAENSE-ED                PIC Z(6)9.99 VALUE ZEROES.
           01 WS-RETNING                   PIC X(1) VALUE SPACES.
              88 WS-ER-HAEVNING            VALUE "H".
              88 WS-ER-INDBETALING         VALUE "L".

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           01 WS-MAA-SENDES                PIC X(1) VALUE "N".
           01 WS-LIVSSTATUS                PIC X(1) VALUE SPACES.
           01 WS-LIVSSTATUS-RESULT         PIC X(1) VALUE SPACES.
           01 WS-MODTAGER                  PIC X(50) VALUE SPACES.
           01 WS-BESKED-TEKST              PIC X(80) VALUE SPACES.
           01 CT-IN                        PIC X(100) VALUE SPACES.
           01 CT-OUT                       PIC X(100) VALUE SPACES.

           01 WS-CTL-DELTA-LAEST           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ALARMER-LAEST         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SMS                   PIC 9(7) VALUE ZEROES.
           01 WS-CTL-EMAIL                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-KONTAKT          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-DOED-SKIP             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SLETTET-SKIP          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-LUKKET-SKIP           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SALDO-GENOPRETTET     PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV109".
           01 WS-STAT-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-STAT-LAEST                PIC 9(7) VALUE ZEROES.
           01 WS-STAT-SKREVET              PIC 9(7) VALUE ZEROES.
           01 WS-STAT-AFVIST               PIC 9(7) VALUE ZEROES.
           01 WS-STAT-START-TID            PIC 9(8) VALUE ZEROES.
           01 WS-STAT-STATUS               PIC X(2) VALUE "OK".
           01 WS-STAT-RESULT               PIC X(1) VALUE SPACES.
      *    CENTRAL RUN STATISTICS END

      *    HANDOFF CONTROL
           01 WS-KTL-FUNKTION              PIC X(1) VALUE SPACES.
           01 WS-KTL-KONTROL.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-FORVENTET.
               COPY "KONTROLTOTAL.cpy".
           01 WS-KTL-LINJE                 PIC X(300) VALUE SPACES.
           01 WS-KTL-RESULT                PIC X(1) VALUE SPACES.
           01 WS-KTL-ANTAL-ED              PIC Z(8)9 VALUE ZEROES.
           01 WS-KTL-BELOB-ED              PIC -(12)9.99 VALUE ZEROES.
      *    HANDOFF CONTROL END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           PERFORM VURDER-ALARMER.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           VURDER-ALARMER.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.

           OPEN I-O KONTOALARMFILE.
           IF WS-KAL-STATUS NOT = "00"
               DISPLAY "OPGAVE109: Ingen KontoAlarmer.txt - "
                   "ingen alarmer at vurdere"
               OPEN OUTPUT BESKEDOUT
               CLOSE BESKEDOUT
               PERFORM SKRIV-KOERSELSOVERSIGT
           ELSE
               PERFORM VURDER-ALLE-ALARMER
           END-IF.

           VURDER-ALLE-ALARMER.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
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
           OPEN OUTPUT BESKEDOUT.
           IF WS-BSK-STATUS NOT = "00"
               STRING "Open BeskedSpool.txt failed, status "
                   WS-BSK-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           PERFORM VURDER-DAGENS-POSTERINGER.
           PERFORM VURDER-SALDOALARMER.

           CLOSE KONTOALARMFILE.
           CLOSE KONTOOPLFILE.
           CLOSE KUNDEOPLFILE.
           CLOSE BESKEDOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           VURDER-DAGENS-POSTERINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM KONTROLLER-DELTA.
           OPEN INPUT DELTAFILE.
           IF WS-DEL-STATUS NOT = "00"
               DISPLAY "OPGAVE109: Ingen PosteringsDelta.txt - "
                   "ingen bevaegelser at vurdere"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ DELTAFILE INTO WS-HISTORIK-REC
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CTL-DELTA-LAEST
                           PERFORM VURDER-EN-POSTERING
                   END-READ
               END-PERFORM
               CLOSE DELTAFILE
           END-IF.

      *    Both legs of a transfer are logged as "T"; the balance
      *    before and after tells the debited leg from the
      *    credited one.
           VURDER-EN-POSTERING.
           MOVE TH-BELOB TO WS-BELOB.
           MOVE TH-GAMMEL-BALANCE TO WS-GAMMEL-BALANCE.
           MOVE TH-NY-BALANCE TO WS-NY-BALANCE.
           MOVE SPACES TO WS-RETNING.
           EVALUATE TH-TRANS-TYPE
               WHEN "D"
                   MOVE "H" TO WS-RETNING
               WHEN "K"
                   MOVE "L" TO WS-RETNING
               WHEN "T"
                   IF WS-NY-BALANCE < WS-GAMMEL-BALANCE
                       MOVE "H" TO WS-RETNING
                   ELSE
                       MOVE "L" TO WS-RETNING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RETNING NOT = SPACES
               MOVE TH-KONTONUMMER TO KA-KONTONUMMER
               MOVE WS-RETNING TO KA-ALARM-TYPE
               MOVE "N" TO WS-FOUND-SWITCH
               READ KONTOALARMFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               IF WS-RECORD-FUNDET AND KA-ER-AKTIV
                   IF (WS-ER-HAEVNING AND WS-BELOB > KA-GRAENSE)
                       OR (WS-ER-INDBETALING
                       AND WS-BELOB >= KA-GRAENSE)
                       PERFORM SEND-POSTERINGSALARM
                   END-IF
               END-IF
           END-IF.

           SEND-POSTERINGSALARM.
           MOVE WS-BELOB TO WS-BELOB-ED.
           MOVE SPACES TO CT-IN.
           IF WS-ER-HAEVNING
               STRING "Haevning paa " WS-BELOB-ED
                   " er bogfoert paa konto " TH-KONTONUMMER
                   DELIMITED BY SIZE INTO CT-IN
           ELSE
               STRING "Indbetaling paa " WS-BELOB-ED
                   " er modtaget paa konto " TH-KONTONUMMER
                   DELIMITED BY SIZE INTO CT-IN
           END-IF.
           PERFORM TRIMSPACES.
           MOVE CT-OUT(1:80) TO WS-BESKED-TEKST.
           PERFORM SEND-BESKED.

      *    The balance alerts walk the subscription file itself:
      *    an account below its limit is told once, and the mark
      *    is lifted when the balance is back at or above it.
           VURDER-SALDOALARMER.
           MOVE ZEROES TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO KA-NOEGLE.
           START KONTOALARMFILE
               KEY IS >= KA-NOEGLE OF KONTOALARMREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOALARMFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-ALARMER-LAEST
                       IF KA-ER-SALDO AND KA-ER-AKTIV
                           PERFORM VURDER-EN-SALDOALARM
                       END-IF
               END-READ
           END-PERFORM.

           VURDER-EN-SALDOALARM.
           MOVE KA-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           MOVE "N" TO WS-FOUND-SWITCH.
           READ KONTOOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           IF WS-RECORD-FUNDET
               EVALUATE TRUE
                   WHEN BALANCE IN KONTOOPLREC < KA-GRAENSE
                       AND KA-UNDER-GRAENSE = "N"
                       MOVE BALANCE IN KONTOOPLREC TO WS-BELOB-ED
                       MOVE KA-GRAENSE TO WS-GRAENSE-ED
                       MOVE SPACES TO CT-IN
                       STRING "Saldoen paa konto " KA-KONTONUMMER
                           " er " WS-BELOB-ED " - under "
                           WS-GRAENSE-ED
                           DELIMITED BY SIZE INTO CT-IN
                       PERFORM TRIMSPACES
                       MOVE CT-OUT(1:80) TO WS-BESKED-TEKST
                       PERFORM SEND-BESKED
                       MOVE "J" TO KA-UNDER-GRAENSE
                       REWRITE KONTOALARMREC
                   WHEN BALANCE IN KONTOOPLREC >= KA-GRAENSE
                       AND KA-UNDER-GRAENSE = "J"
                       ADD 1 TO WS-CTL-SALDO-GENOPRETTET
                       MOVE "N" TO KA-UNDER-GRAENSE
                       REWRITE KONTOALARMREC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    KONTOALARMREC is positioned on the alert being sent and
      *    WS-BESKED-TEKST holds the message. The owner is checked
      *    and the contact looked up before anything is spooled.
           SEND-BESKED.
           MOVE "N" TO WS-MAA-SENDES.
           MOVE KA-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   MOVE SPACES TO KUNDE-ID IN KONTOOPLREC
                   MOVE "L" TO KONTOSTATUS IN KONTOOPLREC
           END-READ.
           MOVE KUNDE-ID IN KONTOOPLREC TO KUNDE-ID IN KUNDEOPLREC.
           CALL "KUNDESTATUSOPSLAG" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-LIVSSTATUS
               WS-LIVSSTATUS-RESULT.
           MOVE "N" TO WS-FOUND-SWITCH.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN KONTO-ER-LUKKET IN KONTOOPLREC
                   ADD 1 TO WS-CTL-LUKKET-SKIP
               WHEN WS-LIVSSTATUS NOT = "A"
                   ADD 1 TO WS-CTL-DOED-SKIP
               WHEN NOT WS-RECORD-FUNDET
                   ADD 1 TO WS-CTL-SLETTET-SKIP
               WHEN FORNAVN IN KUNDEOPLREC = "SLETTET"
                   AND EFTERNAVN IN KUNDEOPLREC = "SLETTET"
                   ADD 1 TO WS-CTL-SLETTET-SKIP
               WHEN OTHER
                   MOVE "Y" TO WS-MAA-SENDES
           END-EVALUATE.
           IF WS-MAA-SENDES = "Y"
               PERFORM FIND-KONTAKT
               IF WS-MODTAGER = SPACES
                   ADD 1 TO WS-CTL-UDEN-KONTAKT
               ELSE
                   PERFORM SKRIV-BESKED
               END-IF
           END-IF.

           SKRIV-BESKED.
           MOVE SPACES TO BESKEDREC.
           MOVE WS-DAGS-DATO TO BS-DATO.
           MOVE KA-KANAL TO BS-KANAL.
           MOVE WS-MODTAGER TO BS-MODTAGER.
           MOVE KUNDE-ID IN KUNDEOPLREC TO BS-KUNDE-ID.
           MOVE KA-KONTONUMMER TO BS-KONTONUMMER.
           MOVE KA-ALARM-TYPE TO BS-ALARM-TYPE.
           MOVE WS-BESKED-TEKST TO BS-TEKST.
           WRITE BESKEDREC.
           IF KA-VIA-EMAIL
               ADD 1 TO WS-CTL-EMAIL
           ELSE
               ADD 1 TO WS-CTL-SMS
           END-IF.

      *    The owner's first phone line (SMS, with its country
      *    code) or first email line, scanned off the Opgave17
      *    contacts the same way they were keyed.
           FIND-KONTAKT.
           MOVE SPACES TO WS-MODTAGER.
           MOVE ZEROES TO WS-END-OF-KONTAKT.
           OPEN INPUT KONTAKTFILE.
           IF WS-KTA-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-KONTAKT
           END-IF.
           PERFORM UNTIL WS-END-OF-KONTAKT = 1
               READ KONTAKTFILE INTO KONTAKTREC
                   AT END
                       MOVE 1 TO WS-END-OF-KONTAKT
                   NOT AT END
                       IF KT-KUNDE-ID = KUNDE-ID IN KUNDEOPLREC
                           PERFORM VAELG-KONTAKT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-KTA-STATUS NOT = "35"
               CLOSE KONTAKTFILE
           END-IF.

           VAELG-KONTAKT.
           IF KA-VIA-EMAIL
               IF KT-ER-EMAIL AND KT-EMAIL NOT = SPACES
                   MOVE KT-EMAIL TO WS-MODTAGER
                   MOVE 1 TO WS-END-OF-KONTAKT
               END-IF
           ELSE
               IF KT-ER-TELEFON AND KT-TELEFON NOT = SPACES
                   STRING KT-TELEFON-LANDEKODE DELIMITED BY SPACE
                       KT-TELEFON DELIMITED BY SPACE
                       INTO WS-MODTAGER
                   MOVE 1 TO WS-END-OF-KONTAKT
               END-IF
           END-IF.

           TRIMSPACES.
           CALL "TEKSTRENS" USING CT-IN CT-OUT.
           MOVE SPACES TO CT-IN.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE109 - KOERSELSOVERSIGT".
           DISPLAY "POSTERINGER LAEST:       " WS-CTL-DELTA-LAEST.
           DISPLAY "ALARMER LAEST:           " WS-CTL-ALARMER-LAEST.
           DISPLAY "SMS SPOOLET:             " WS-CTL-SMS.
           DISPLAY "EMAIL SPOOLET:           " WS-CTL-EMAIL.
           DISPLAY "UDEN KONTAKT:            " WS-CTL-UDEN-KONTAKT.
           DISPLAY "AFDOED/DOEDSBO:          " WS-CTL-DOED-SKIP.
           DISPLAY "SLETTET KUNDE:           " WS-CTL-SLETTET-SKIP.
           DISPLAY "LUKKET KONTO:            " WS-CTL-LUKKET-SKIP.
           DISPLAY "SALDO GENOPRETTET:       "
               WS-CTL-SALDO-GENOPRETTET.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE109: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-DELTA-LAEST TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET = WS-CTL-SMS + WS-CTL-EMAIL.
           MOVE WS-CTL-UDEN-KONTAKT TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.

      *    PosteringsDelta.txt is checked against the control
      *    the posting run and the estate settlements left for it
      *    before it is read.
           KONTROLLER-DELTA.
           MOVE "PosteringsDelta.txt"
               TO KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE "V" TO WS-KTL-FUNKTION.
           CALL "KONTROLTOTAL" USING WS-KTL-FUNKTION WS-KTL-KONTROL
               WS-KTL-LINJE WS-KTL-FORVENTET WS-KTL-RESULT.
           IF WS-KTL-RESULT NOT = "M"
               PERFORM AFVIS-KONTROLTOTAL
           END-IF.

      *    A working file that does not add up to its handoff
      *    control stops the run before anything is processed:
      *    RC 20 to the chain and status "KT" on the morning page.
           AFVIS-KONTROLTOTAL.
           DISPLAY "OPGAVE109: Kontroltotal afviger for "
               KTL-FILNAVN OF WS-KTL-KONTROL.
           MOVE KTL-ANTAL OF WS-KTL-FORVENTET TO WS-KTL-ANTAL-ED.
           MOVE KTL-BELOB-SUM OF WS-KTL-FORVENTET TO WS-KTL-BELOB-ED.
           DISPLAY "  FORVENTET: " WS-KTL-ANTAL-ED " POSTER  BELOB "
               WS-KTL-BELOB-ED "  NOEGLE "
               KTL-NOEGLE-SUM OF WS-KTL-FORVENTET.
           MOVE KTL-ANTAL OF WS-KTL-KONTROL TO WS-KTL-ANTAL-ED.
           MOVE KTL-BELOB-SUM OF WS-KTL-KONTROL TO WS-KTL-BELOB-ED.
           DISPLAY "  FUNDET:    " WS-KTL-ANTAL-ED " POSTER  BELOB "
               WS-KTL-BELOB-ED "  NOEGLE "
               KTL-NOEGLE-SUM OF WS-KTL-KONTROL.
           DISPLAY "  SIDST REGISTRERET AF "
               KTL-PROGRAM OF WS-KTL-FORVENTET " "
               KTL-DATO OF WS-KTL-FORVENTET.
           MOVE "KT" TO WS-STAT-STATUS.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           MOVE 20 TO RETURN-CODE.
           STOP RUN.
