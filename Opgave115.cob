           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE115.

      *    Month-end exposure per group of connected clients. The
      *    groups are the ones kept on the Opgave114 screen
      *    (Engagementer.txt, EngagementMedlemmer.txt); for every
      *    active customer in an active group the exposure is
      *
      *      - the outstanding debt of the customer's active loans
      *        on LaanKonti.txt, the loan belonging to the KUNDE-ID
      *        its KontoOpl.txt account is booked on
      *      - the drawn overdraft: a negative customer BALANCE on
      *        Kundeoplysninger.txt
      *      - the undrawn overdraft: what is left of
      *        OVERDRAFT-LIMIT after the drawn part - committed, so
      *        counted as exposure
      *
      *    all in DKK at the rate in force on the business date
      *    (VALUTADATOKONVERTER). A customer in two groups counts
      *    in full in both. The group total is flagged when it is
      *    above the group's limit, and as a large exposure when it
      *    reaches the threshold percentage of the bank's capital;
      *    both are kept on StorEngagement.txt (capital 9(13)V99,
      *    percentage 9(3)V99, 10 percent when none is given).
      *    Without a capital figure the large-exposure test is left
      *    out and the report says so. EngagementRapport.txt lists
      *    every group with its customers; a flagged group is a
      *    finding for the credit committee, the run ends normally
      *    with status "GA".

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ENGAGEMENTFILE ASSIGN TO "Engagementer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENG-GRUPPE-ID OF ENGAGEMENTREC
               FILE STATUS IS WS-ENG-STATUS.
           SELECT ENGMEDLEMFILE ASSIGN TO "EngagementMedlemmer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EGM-NOEGLE OF ENGMEDLEMREC
               ALTERNATE RECORD KEY IS EGM-KUNDE-ID OF ENGMEDLEMREC
                   WITH DUPLICATES
               FILE STATUS IS WS-EGM-STATUS.
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
           SELECT LAANKONTOFILE ASSIGN TO "LaanKonti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LAN-KONTONUMMER OF LAANKONTOREC
               FILE STATUS IS WS-LAN-STATUS.
           SELECT PARAMETERFILE ASSIGN TO "StorEngagement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "EngagementRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ENGAGEMENTFILE.
           01 ENGAGEMENTREC.
               COPY "ENGAGEMENT.cpy".

           FD ENGMEDLEMFILE.
           01 ENGMEDLEMREC.
               COPY "ENGMEDLEM.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD LAANKONTOFILE.
           01 LAANKONTOREC.
               COPY "LAANKONTO.cpy".

      *    The bank's capital in DKK and the large-exposure
      *    threshold as a percentage of it, 9(3)V99.
           FD PARAMETERFILE.
           01 PARAMETERREC.
               02 PAR-KAPITAL              PIC 9(13)V99.
               02 PAR-PROCENT              PIC 9(3)V99.

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-ENG-STATUS                PIC X(2).
           01 WS-EGM-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-LAN-STATUS                PIC X(2).
           01 WS-PAR-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

           01 WS-KAPITAL                   PIC 9(13)V99 VALUE ZEROES.
           01 WS-STOR-PROCENT              PIC 9(3)V99 VALUE 10.
           01 WS-STOR-GRAENSE              PIC 9(13)V99 VALUE ZEROES.

      *    The active groups and their totals.
           01 WS-GR-ANTAL                  PIC 9(3) VALUE ZEROES.
           01 WS-GR-TABEL.
               02 WS-GR-POST OCCURS 500 TIMES.
                   03 GR-ID                PIC X(10).
                   03 GR-NAVN              PIC X(30).
                   03 GR-GRAENSE           PIC 9(11)V99.
                   03 GR-MEDLEMMER         PIC 9(4).
                   03 GR-LAAN              PIC 9(13)V99.
                   03 GR-OVERTRAEK         PIC 9(13)V99.
                   03 GR-RUM               PIC 9(13)V99.
                   03 GR-I-ALT             PIC 9(13)V99.
           01 WS-GR-IX                     PIC 9(3) VALUE ZEROES.

      *    The active customers in them, one line per group and
      *    customer.
           01 WS-MD-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-MD-TABEL.
               02 WS-MD-POST OCCURS 3000 TIMES.
                   03 MD-GR-IX             PIC 9(3).
                   03 MD-KUNDE-ID          PIC X(10).
                   03 MD-NAVN              PIC X(30).
                   03 MD-LAAN              PIC 9(11)V99.
                   03 MD-OVERTRAEK         PIC 9(11)V99.
                   03 MD-RUM               PIC 9(11)V99.
           01 WS-MD-IX                     PIC 9(4) VALUE ZEROES.

           01 WS-VALUTA                    PIC X(3) VALUE SPACES.
           01 WS-KUNDE-ID                  PIC X(10) VALUE SPACES.
      *    A loan is converted once, whatever groups it counts in.
           01 WS-LAAN-OMREGNET             PIC X(1) VALUE "N".
           01 WS-TRUKKET                   PIC 9(7)V99 VALUE ZEROES.
           01 WS-UUDNYTTET                 PIC 9(7)V99 VALUE ZEROES.
           01 WS-KONV-BELOB                PIC S9(7)V99 VALUE ZEROES.
           01 WS-KONV-DKK                  PIC S9(9)V99 VALUE ZEROES.
           01 WS-KONV-RESULT               PIC X(1) VALUE SPACES.

           01 WS-MD-I-ALT                  PIC 9(13)V99 VALUE ZEROES.
           01 WS-KAPITAL-PCT               PIC 9(5)V99 VALUE ZEROES.
           01 WS-FLAG-TEKST                PIC X(50) VALUE SPACES.
           01 WS-BELOB-ED                  PIC Z(12)9.99 VALUE ZEROES.
           01 WS-PCT-ED                    PIC ZZZZ9.99 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-CTL-GRUPPER               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-MEDLEMMER             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-LAAN                  PIC 9(7) VALUE ZEROES.
           01 WS-CTL-OVER-GRAENSE          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-STORE                 PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-KUNDE          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KURS-MANGLER          PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV115".
           01 WS-STAT-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-STAT-LAEST                PIC 9(7) VALUE ZEROES.
           01 WS-STAT-SKREVET              PIC 9(7) VALUE ZEROES.
           01 WS-STAT-AFVIST               PIC 9(7) VALUE ZEROES.
           01 WS-STAT-START-TID            PIC 9(8) VALUE ZEROES.
           01 WS-STAT-STATUS               PIC X(2) VALUE "OK".
           01 WS-STAT-RESULT               PIC X(1) VALUE SPACES.
      *    CENTRAL RUN STATISTICS END

           PROCEDURE DIVISION.
           ACCEPT WS-STAT-START-TID FROM TIME.
           PERFORM DAN-ENGAGEMENTSRAPPORT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-ENGAGEMENTSRAPPORT.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           PERFORM INDLAES-PARAMETRE.
           PERFORM INDLAES-GRUPPER.
           PERFORM INDLAES-MEDLEMMER.

           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE 1 TO WS-MD-IX.
           PERFORM UNTIL WS-MD-IX > WS-MD-ANTAL
               PERFORM SAML-OVERTRAEK
               ADD 1 TO WS-MD-IX
           END-PERFORM.
           CLOSE KUNDEOPLFILE.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SAML-LAAN.
           CLOSE KONTOOPLFILE.

           MOVE 1 TO WS-MD-IX.
           PERFORM UNTIL WS-MD-IX > WS-MD-ANTAL
               MOVE MD-GR-IX(WS-MD-IX) TO WS-GR-IX
               ADD MD-LAAN(WS-MD-IX) TO GR-LAAN(WS-GR-IX)
               ADD MD-OVERTRAEK(WS-MD-IX) TO GR-OVERTRAEK(WS-GR-IX)
               ADD MD-RUM(WS-MD-IX) TO GR-RUM(WS-GR-IX)
               ADD 1 TO WS-MD-IX
           END-PERFORM.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open EngagementRapport.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-RAPPORT.
           CLOSE RAPPORTOUT.

           IF WS-CTL-OVER-GRAENSE > ZEROES OR WS-CTL-STORE > ZEROES
               MOVE "GA" TO WS-STAT-STATUS
           END-IF.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           INDLAES-PARAMETRE.
           OPEN INPUT PARAMETERFILE.
           IF WS-PAR-STATUS = "00"
               READ PARAMETERFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-KAPITAL IS NUMERIC
                           MOVE PAR-KAPITAL TO WS-KAPITAL
                       END-IF
                       IF PAR-PROCENT IS NUMERIC
                           AND PAR-PROCENT > ZEROES
                           MOVE PAR-PROCENT TO WS-STOR-PROCENT
                       END-IF
               END-READ
               CLOSE PARAMETERFILE
           END-IF.
           IF WS-KAPITAL = ZEROES
               DISPLAY "ADVARSEL: Ingen kapital paa "
                   "StorEngagement.txt - store engagementer "
                   "vurderes ikke"
           ELSE
               COMPUTE WS-STOR-GRAENSE ROUNDED =
                   WS-KAPITAL * WS-STOR-PROCENT / 100
           END-IF.

           INDLAES-GRUPPER.
           OPEN INPUT ENGAGEMENTFILE.
           IF WS-ENG-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ ENGAGEMENTFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF ENG-ER-AKTIV
                               PERFORM GEM-GRUPPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENGAGEMENTFILE
           END-IF.

           GEM-GRUPPE.
           IF WS-GR-ANTAL >= 500
               MOVE "Mere end 500 engagementer" TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-GR-ANTAL.
           ADD 1 TO WS-CTL-GRUPPER.
           INITIALIZE WS-GR-POST(WS-GR-ANTAL).
           MOVE ENG-GRUPPE-ID TO GR-ID(WS-GR-ANTAL).
           MOVE ENG-NAVN TO GR-NAVN(WS-GR-ANTAL).
           MOVE ENG-GRAENSE TO GR-GRAENSE(WS-GR-ANTAL).

           INDLAES-MEDLEMMER.
           OPEN INPUT ENGMEDLEMFILE.
           IF WS-EGM-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ ENGMEDLEMFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF EGM-ER-AKTIV
                               PERFORM GEM-MEDLEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENGMEDLEMFILE
           END-IF.

           GEM-MEDLEM.
           MOVE 1 TO WS-GR-IX.
           PERFORM UNTIL WS-GR-IX > WS-GR-ANTAL
               OR GR-ID(WS-GR-IX) = EGM-GRUPPE-ID
               ADD 1 TO WS-GR-IX
           END-PERFORM.
           IF WS-GR-IX NOT > WS-GR-ANTAL
               IF WS-MD-ANTAL >= 3000
                   MOVE "Mere end 3000 engagementskunder"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-MD-ANTAL
               ADD 1 TO WS-CTL-MEDLEMMER
               ADD 1 TO GR-MEDLEMMER(WS-GR-IX)
               INITIALIZE WS-MD-POST(WS-MD-ANTAL)
               MOVE WS-GR-IX TO MD-GR-IX(WS-MD-ANTAL)
               MOVE EGM-KUNDE-ID TO MD-KUNDE-ID(WS-MD-ANTAL)
           END-IF.

      *    Drawn and undrawn overdraft on the customer record.
           SAML-OVERTRAEK.
           MOVE MD-KUNDE-ID(WS-MD-IX) TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   ADD 1 TO WS-CTL-UKENDT-KUNDE
                   MOVE "(UKENDT KUNDE)" TO MD-NAVN(WS-MD-IX)
                   DISPLAY "ADVARSEL: Engagementskunde "
                       MD-KUNDE-ID(WS-MD-IX) " findes ikke"
               NOT INVALID KEY
                   PERFORM BEREGN-OVERTRAEK
           END-READ.

           BEREGN-OVERTRAEK.
           STRING FORNAVN IN KUNDEOPLREC " "
               EFTERNAVN IN KUNDEOPLREC
               DELIMITED BY SIZE INTO MD-NAVN(WS-MD-IX).
           MOVE ZEROES TO WS-TRUKKET.
           IF BALANCE IN KUNDEOPLREC < ZEROES
               COMPUTE WS-TRUKKET = 0 - BALANCE IN KUNDEOPLREC
           END-IF.
           MOVE ZEROES TO WS-UUDNYTTET.
           IF OVERDRAFT-LIMIT > WS-TRUKKET
               COMPUTE WS-UUDNYTTET = OVERDRAFT-LIMIT - WS-TRUKKET
           END-IF.
           MOVE "DKK" TO WS-VALUTA.
           IF VALUTAKODE IN KUNDEOPLREC NOT = SPACES
               MOVE VALUTAKODE IN KUNDEOPLREC TO WS-VALUTA
           END-IF.
           MOVE WS-TRUKKET TO WS-KONV-BELOB.
           PERFORM KONVERTER-BELOB.
           MOVE WS-KONV-DKK TO MD-OVERTRAEK(WS-MD-IX).
           MOVE WS-UUDNYTTET TO WS-KONV-BELOB.
           PERFORM KONVERTER-BELOB.
           MOVE WS-KONV-DKK TO MD-RUM(WS-MD-IX).

           SAML-LAAN.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT LAANKONTOFILE.
           IF WS-LAN-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ LAANKONTOFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF LAN-ER-AKTIV
                           AND LAN-RESTGAELD > ZEROES
                           PERFORM PLACER-LAAN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LAN-STATUS NOT = "35"
               CLOSE LAANKONTOFILE
           END-IF.

           PLACER-LAAN.
           MOVE LAN-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC.
           READ KONTOOPLFILE
               INVALID KEY
                   DISPLAY "ADVARSEL: Laan " LAN-KONTONUMMER
                       " findes ikke paa KontoOpl.txt"
               NOT INVALID KEY
                   PERFORM FORDEL-LAAN
           END-READ.

           FORDEL-LAAN.
           MOVE KUNDE-ID IN KONTOOPLREC TO WS-KUNDE-ID.
           MOVE "DKK" TO WS-VALUTA.
           IF VALUTAKODE IN KONTOOPLREC NOT = SPACES
               MOVE VALUTAKODE IN KONTOOPLREC TO WS-VALUTA
           END-IF.
           MOVE "N" TO WS-LAAN-OMREGNET.
           MOVE 1 TO WS-MD-IX.
           PERFORM UNTIL WS-MD-IX > WS-MD-ANTAL
               IF MD-KUNDE-ID(WS-MD-IX) = WS-KUNDE-ID
                   IF WS-LAAN-OMREGNET = "N"
                       MOVE "J" TO WS-LAAN-OMREGNET
                       ADD 1 TO WS-CTL-LAAN
                       MOVE LAN-RESTGAELD TO WS-KONV-BELOB
                       PERFORM KONVERTER-BELOB
                   END-IF
                   ADD WS-KONV-DKK TO MD-LAAN(WS-MD-IX)
               END-IF
               ADD 1 TO WS-MD-IX
           END-PERFORM.

           KONVERTER-BELOB.
           MOVE ZEROES TO WS-KONV-DKK.
           IF WS-KONV-BELOB NOT = ZEROES
               IF WS-VALUTA = "DKK"
                   MOVE WS-KONV-BELOB TO WS-KONV-DKK
               ELSE
                   CALL "VALUTADATOKONVERTER" USING WS-VALUTA
                       WS-DAGS-DATO WS-KONV-BELOB WS-KONV-DKK
                       WS-KONV-RESULT
                   IF WS-KONV-RESULT NOT = "M"
                       ADD 1 TO WS-CTL-KURS-MANGLER
                       MOVE WS-KONV-BELOB TO WS-KONV-DKK
                   END-IF
               END-IF
           END-IF.

           SKRIV-RAPPORT.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "ENGAGEMENTER PR. "
               WS-DAGS-DATO(1:4) "-" WS-DAGS-DATO(5:2) "-"
               WS-DAGS-DATO(7:2) " - SAMLET ENGAGEMENT I DKK"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.
           IF WS-KAPITAL = ZEROES
               STRING "KAPITALGRUNDLAG UKENDT - STORE "
                   "ENGAGEMENTER VURDERES IKKE"
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
           ELSE
               MOVE WS-KAPITAL TO WS-BELOB-ED
               MOVE WS-STOR-PROCENT TO WS-PCT-ED
               STRING "KAPITALGRUNDLAG " WS-BELOB-ED
                   "  STORT ENGAGEMENT FRA " WS-PCT-ED " PCT. = "
                   DELIMITED BY SIZE INTO WS-RAPPORT-LINE
               MOVE WS-STOR-GRAENSE TO WS-BELOB-ED
               MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(72:16)
           END-IF.
           PERFORM SKRIV-RAPPORTLINJE.
           PERFORM SKRIV-RAPPORTLINJE.
           MOVE "KUNDE-ID   NAVN" TO WS-RAPPORT-LINE(3:15).
           MOVE "LAAN" TO WS-RAPPORT-LINE(57:4).
           MOVE "OVERTRUKKET" TO WS-RAPPORT-LINE(67:11).
           MOVE "UUDNYTTET" TO WS-RAPPORT-LINE(86:9).
           MOVE "I ALT" TO WS-RAPPORT-LINE(107:5).
           PERFORM SKRIV-RAPPORTLINJE.

           MOVE 1 TO WS-GR-IX.
           PERFORM UNTIL WS-GR-IX > WS-GR-ANTAL
               PERFORM SKRIV-GRUPPE
               ADD 1 TO WS-GR-IX
           END-PERFORM.

           PERFORM SKRIV-RAPPORTLINJE.
           STRING "ENGAGEMENTER: " WS-CTL-GRUPPER
               "  OVER GRAENSE: " WS-CTL-OVER-GRAENSE
               "  STORE ENGAGEMENTER: " WS-CTL-STORE
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           SKRIV-GRUPPE.
           COMPUTE GR-I-ALT(WS-GR-IX) = GR-LAAN(WS-GR-IX)
               + GR-OVERTRAEK(WS-GR-IX) + GR-RUM(WS-GR-IX).
           PERFORM SKRIV-RAPPORTLINJE.
           STRING "ENGAGEMENT " GR-ID(WS-GR-IX) " "
               GR-NAVN(WS-GR-IX)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.
           MOVE 1 TO WS-MD-IX.
           PERFORM UNTIL WS-MD-IX > WS-MD-ANTAL
               IF MD-GR-IX(WS-MD-IX) = WS-GR-IX
                   PERFORM SKRIV-MEDLEM
               END-IF
               ADD 1 TO WS-MD-IX
           END-PERFORM.

           MOVE "I ALT" TO WS-RAPPORT-LINE(3:5).
           MOVE GR-LAAN(WS-GR-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(45:16).
           MOVE GR-OVERTRAEK(WS-GR-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(62:16).
           MOVE GR-RUM(WS-GR-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(79:16).
           MOVE GR-I-ALT(WS-GR-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(96:16).
           PERFORM SKRIV-RAPPORTLINJE.

           MOVE SPACES TO WS-FLAG-TEKST.
           IF GR-I-ALT(WS-GR-IX) > GR-GRAENSE(WS-GR-IX)
               ADD 1 TO WS-CTL-OVER-GRAENSE
               MOVE "OVER GRAENSE" TO WS-FLAG-TEKST
               DISPLAY "ADVARSEL: Engagement " GR-ID(WS-GR-IX)
                   " er over sin graense"
           END-IF.
           MOVE ZEROES TO WS-KAPITAL-PCT.
           IF WS-KAPITAL > ZEROES
               COMPUTE WS-KAPITAL-PCT ROUNDED =
                   GR-I-ALT(WS-GR-IX) * 100 / WS-KAPITAL
               IF GR-I-ALT(WS-GR-IX) >= WS-STOR-GRAENSE
                   AND GR-I-ALT(WS-GR-IX) > ZEROES
                   ADD 1 TO WS-CTL-STORE
                   MOVE "STORT ENGAGEMENT" TO WS-FLAG-TEKST(15:16)
                   DISPLAY "ADVARSEL: Engagement " GR-ID(WS-GR-IX)
                       " er et stort engagement"
               END-IF
           END-IF.
           MOVE GR-GRAENSE(WS-GR-IX) TO WS-BELOB-ED.
           MOVE WS-KAPITAL-PCT TO WS-PCT-ED.
           STRING "  GRAENSE " WS-BELOB-ED
               "  PCT. AF KAPITAL " WS-PCT-ED "  " WS-FLAG-TEKST
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           PERFORM SKRIV-RAPPORTLINJE.

           SKRIV-MEDLEM.
           COMPUTE WS-MD-I-ALT = MD-LAAN(WS-MD-IX)
               + MD-OVERTRAEK(WS-MD-IX) + MD-RUM(WS-MD-IX).
           MOVE MD-KUNDE-ID(WS-MD-IX) TO WS-RAPPORT-LINE(3:10).
           MOVE MD-NAVN(WS-MD-IX) TO WS-RAPPORT-LINE(14:30).
           MOVE MD-LAAN(WS-MD-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(45:16).
           MOVE MD-OVERTRAEK(WS-MD-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(62:16).
           MOVE MD-RUM(WS-MD-IX) TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(79:16).
           MOVE WS-MD-I-ALT TO WS-BELOB-ED.
           MOVE WS-BELOB-ED TO WS-RAPPORT-LINE(96:16).
           PERFORM SKRIV-RAPPORTLINJE.

           SKRIV-RAPPORTLINJE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE115 - KOERSELSOVERSIGT".
           DISPLAY "ENGAGEMENTER:            " WS-CTL-GRUPPER.
           DISPLAY "ENGAGEMENTSKUNDER:       " WS-CTL-MEDLEMMER.
           DISPLAY "LAAN TALT MED:           " WS-CTL-LAAN.
           DISPLAY "UKENDT KUNDE:            " WS-CTL-UKENDT-KUNDE.
           DISPLAY "UDEN VALUTAKURS:         " WS-CTL-KURS-MANGLER.
           DISPLAY "OVER GRAENSE:            " WS-CTL-OVER-GRAENSE.
           DISPLAY "STORE ENGAGEMENTER:      " WS-CTL-STORE.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE115: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-MEDLEMMER TO WS-STAT-LAEST.
           MOVE WS-CTL-GRUPPER TO WS-STAT-SKREVET.
           MOVE WS-CTL-UKENDT-KUNDE TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
