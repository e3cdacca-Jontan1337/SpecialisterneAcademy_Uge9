           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE121.

      *    Marketing campaign extract. Marketing gets
      *    KampagneUdtraek.txt (KAMPAGNEUDTRAEK.cpy) - never a copy
      *    of Kundeoplysninger.txt. The run asks for the channel
      *    and the selection:
      *
      *      - KANAL: B letter, E email, S SMS, T phone
      *      - AFDELING: the customer holds an open account in the
      *        branch (blank = all branches)
      *      - KONTOTYPE: the customer holds an open account of the
      *        type (blank = all types)
      *      - SALDO FRA / TIL: the customer's money with us - the
      *        open accounts other than LAAN, in DKK at the rate in
      *        force on the business date - lies in the band, in
      *        whole kroner (blank = no bound)
      *
      *    A customer is extracted only with a consent on
      *    MarketingSamtykker.txt (Opgave120) for the channel that
      *    stands on the business date. Whatever the consent says,
      *    the run always leaves out a customer erased under
      *    Opgave41 (the SLETTET placeholder), a deceased customer
      *    or an estate (KUNDESTATUSOPSLAG) and a customer on
      *    compliance hold on KundeHold.txt (the Opgave36
      *    sanctions screening). Email, SMS and phone need a line
      *    on KundeKontakter.txt to send to; a customer without one
      *    is counted, not extracted. Every reason a customer was
      *    left out is counted in the run overview.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               ALTERNATE RECORD KEY IS KUNDE-ID OF KONTOOPLREC
                   WITH DUPLICATES
               FILE STATUS IS WS-KOF-STATUS.
           SELECT SAMTYKKEFILE ASSIGN TO "MarketingSamtykker.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAM-NOEGLE OF SAMTYKKEREC
               FILE STATUS IS WS-SAM-STATUS.
           SELECT KUNDEHOLDFILE ASSIGN TO "KundeHold.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KUNDE-ID
               FILE STATUS IS WS-HOL-STATUS.
           SELECT KONTAKTFILE ASSIGN TO "KundeKontakter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTA-STATUS.
           SELECT UDTRAEKOUT ASSIGN TO "KampagneUdtraek.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UDT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD SAMTYKKEFILE.
           01 SAMTYKKEREC.
               COPY "SAMTYKKE.cpy".

           FD KUNDEHOLDFILE.
           01 KUNDEHOLDREC.
               COPY "KUNDEHOLD.cpy".

           FD KONTAKTFILE.
           01 KONTAKTREC.
               COPY "KONTAKTOPL.cpy".

           FD UDTRAEKOUT.
           01 UDTRAEKREC.
               COPY "KAMPAGNEUDTRAEK.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-SAM-STATUS                PIC X(2).
           01 WS-HOL-STATUS                PIC X(2).
           01 WS-KTA-STATUS                PIC X(2).
           01 WS-UDT-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-KONTI              PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-KONTAKT            PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    The selection, as keyed.
           01 WS-VALGT-KANAL               PIC X(1) VALUE SPACES.
              88 WS-KANAL-GYLDIG           VALUE "B" "E" "S" "T".
           01 WS-VALGT-AFDELING            PIC X(3) VALUE SPACES.
           01 WS-VALGT-KONTOTYPE           PIC X(4) VALUE SPACES.
           01 WS-SALDO-FRA-IND             PIC X(9) VALUE SPACES.
           01 WS-SALDO-FRA-TAL REDEFINES WS-SALDO-FRA-IND
                                           PIC 9(9).
           01 WS-SALDO-TIL-IND             PIC X(9) VALUE SPACES.
           01 WS-SALDO-TIL-TAL REDEFINES WS-SALDO-TIL-IND
                                           PIC 9(9).
           01 WS-SALDO-FRA                 PIC S9(9)V99 VALUE ZEROES.
           01 WS-SALDO-TIL                 PIC S9(9)V99 VALUE ZEROES.
           01 WS-FRA-SWITCH                PIC X(1) VALUE "N".
              88 WS-HAR-SALDO-FRA          VALUE "Y".
           01 WS-TIL-SWITCH                PIC X(1) VALUE "N".
              88 WS-HAR-SALDO-TIL          VALUE "Y".

           01 WS-LIVSSTATUS                PIC X(1) VALUE SPACES.
           01 WS-LIVSSTATUS-RESULT         PIC X(1) VALUE SPACES.
           01 WS-HOLD-FIL-SWITCH           PIC X(1) VALUE "N".
              88 WS-HOLD-FIL-AABEN         VALUE "Y".
           01 WS-SAM-FIL-SWITCH            PIC X(1) VALUE "N".
              88 WS-SAM-FIL-AABEN          VALUE "Y".
           01 WS-HOLD-SWITCH               PIC X(1) VALUE "N".
              88 WS-KUNDE-PAA-HOLD         VALUE "Y".
           01 WS-SAMTYKKE-SWITCH           PIC X(1) VALUE "N".
              88 WS-HAR-SAMTYKKE           VALUE "Y".
           01 WS-AFD-SWITCH                PIC X(1) VALUE "N".
              88 WS-AFDELING-OK            VALUE "Y".
           01 WS-TYPE-SWITCH               PIC X(1) VALUE "N".
              88 WS-KONTOTYPE-OK           VALUE "Y".
           01 WS-UDVALGT-SWITCH            PIC X(1) VALUE "N".
              88 WS-KUNDE-UDVALGT          VALUE "Y".

           01 WS-KONTO-AFDELING            PIC X(3) VALUE SPACES.
           01 WS-KU-SALDO                  PIC S9(9)V99 VALUE ZEROES.
           01 WS-VALUTA                    PIC X(3) VALUE SPACES.
           01 WS-KONV-BELOB                PIC S9(7)V99 VALUE ZEROES.
           01 WS-KONV-DKK                  PIC S9(9)V99 VALUE ZEROES.
           01 WS-KONV-RESULT               PIC X(1) VALUE SPACES.
           01 WS-MODTAGER                  PIC X(50) VALUE SPACES.
           01 WS-KANAL-TEKST               PIC X(7) VALUE SPACES.

           01 WS-CTL-KUNDER-LAEST          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDTRUKKET             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SLETTET-SKIP          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-DOED-SKIP             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-HOLD-SKIP             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-SAMTYKKE         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-FOR-UDVALG       PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-KONTAKT          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KURS-MANGLER          PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV121".
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
           PERFORM DAN-KAMPAGNEUDTRAEK.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-KAMPAGNEUDTRAEK.
           PERFORM LAES-UDVALG.
           PERFORM ABN-FILER.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDEOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-KUNDER-LAEST
                       PERFORM VURDER-KUNDE
               END-READ
           END-PERFORM.
           PERFORM LUK-FILER.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           LAES-UDVALG.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           DISPLAY "KANAL (B=brev, E=email, S=SMS, T=telefon): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-KANAL.
           INSPECT WS-VALGT-KANAL CONVERTING "best" TO "BEST".
           IF NOT WS-KANAL-GYLDIG
               MOVE "KANAL skal vaere B, E, S eller T"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           DISPLAY "AFDELING (blank = alle): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-AFDELING.
           DISPLAY "KONTOTYPE (blank = alle): " WITH NO ADVANCING.
           ACCEPT WS-VALGT-KONTOTYPE.
           DISPLAY "SALDO FRA (hele kroner, blank = ingen): "
               WITH NO ADVANCING.
           ACCEPT WS-SALDO-FRA-IND.
           DISPLAY "SALDO TIL (hele kroner, blank = ingen): "
               WITH NO ADVANCING.
           ACCEPT WS-SALDO-TIL-IND.
           IF WS-SALDO-FRA-IND NOT = SPACES
               IF WS-SALDO-FRA-IND IS NOT NUMERIC
                   MOVE "SALDO FRA skal vaere 9 cifre"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE "Y" TO WS-FRA-SWITCH
               MOVE WS-SALDO-FRA-TAL TO WS-SALDO-FRA
           END-IF.
           IF WS-SALDO-TIL-IND NOT = SPACES
               IF WS-SALDO-TIL-IND IS NOT NUMERIC
                   MOVE "SALDO TIL skal vaere 9 cifre"
                       TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               MOVE "Y" TO WS-TIL-SWITCH
               MOVE WS-SALDO-TIL-TAL TO WS-SALDO-TIL
           END-IF.

           ABN-FILER.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
      *    No consent file means nobody has consented yet; no
      *    KundeHold.txt means no holds are in force.
           OPEN INPUT SAMTYKKEFILE.
           IF WS-SAM-STATUS = "00"
               MOVE "Y" TO WS-SAM-FIL-SWITCH
           END-IF.
           OPEN INPUT KUNDEHOLDFILE.
           IF WS-HOL-STATUS = "00"
               MOVE "Y" TO WS-HOLD-FIL-SWITCH
           END-IF.
           OPEN OUTPUT UDTRAEKOUT.
           IF WS-UDT-STATUS NOT = "00"
               STRING "Open KampagneUdtraek.txt failed, status "
                   WS-UDT-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           LUK-FILER.
           CLOSE KUNDEOPLFILE.
           CLOSE KONTOOPLFILE.
           IF WS-SAM-FIL-AABEN
               CLOSE SAMTYKKEFILE
           END-IF.
           IF WS-HOLD-FIL-AABEN
               CLOSE KUNDEHOLDFILE
           END-IF.
           CLOSE UDTRAEKOUT.

      *    The standing exclusions come first, so a customer who
      *    cannot be contacted at all is counted under the reason
      *    whatever the consent file says.
           VURDER-KUNDE.
           CALL "KUNDESTATUSOPSLAG" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-LIVSSTATUS
               WS-LIVSSTATUS-RESULT.
           PERFORM FIND-HOLD.
           PERFORM FIND-SAMTYKKE.
           EVALUATE TRUE
               WHEN FORNAVN IN KUNDEOPLREC = "SLETTET"
                   AND EFTERNAVN IN KUNDEOPLREC = "SLETTET"
                   ADD 1 TO WS-CTL-SLETTET-SKIP
               WHEN WS-LIVSSTATUS NOT = "A"
                   ADD 1 TO WS-CTL-DOED-SKIP
               WHEN WS-KUNDE-PAA-HOLD
                   ADD 1 TO WS-CTL-HOLD-SKIP
               WHEN NOT WS-HAR-SAMTYKKE
                   ADD 1 TO WS-CTL-UDEN-SAMTYKKE
               WHEN OTHER
                   PERFORM VURDER-UDVALG
           END-EVALUATE.

           VURDER-UDVALG.
           PERFORM SAML-KONTI.
           MOVE "Y" TO WS-UDVALGT-SWITCH.
           IF NOT WS-AFDELING-OK OR NOT WS-KONTOTYPE-OK
               MOVE "N" TO WS-UDVALGT-SWITCH
           END-IF.
           IF WS-HAR-SALDO-FRA AND WS-KU-SALDO < WS-SALDO-FRA
               MOVE "N" TO WS-UDVALGT-SWITCH
           END-IF.
           IF WS-HAR-SALDO-TIL AND WS-KU-SALDO > WS-SALDO-TIL
               MOVE "N" TO WS-UDVALGT-SWITCH
           END-IF.
           IF NOT WS-KUNDE-UDVALGT
               ADD 1 TO WS-CTL-UDEN-FOR-UDVALG
           ELSE
               MOVE SPACES TO WS-MODTAGER
               IF WS-VALGT-KANAL NOT = "B"
                   PERFORM FIND-KONTAKT
               END-IF
               IF WS-VALGT-KANAL NOT = "B" AND WS-MODTAGER = SPACES
                   ADD 1 TO WS-CTL-UDEN-KONTAKT
               ELSE
                   PERFORM SKRIV-UDTRAEK
               END-IF
           END-IF.

           FIND-HOLD.
           MOVE "N" TO WS-HOLD-SWITCH.
           IF WS-HOLD-FIL-AABEN
               MOVE KUNDE-ID IN KUNDEOPLREC TO HOLD-KUNDE-ID
               READ KUNDEHOLDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOLD-ER-AKTIV
                           MOVE "Y" TO WS-HOLD-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    A consent stands from the day it was given; a withdrawal
      *    takes effect on the day it is dated.
           FIND-SAMTYKKE.
           MOVE "N" TO WS-SAMTYKKE-SWITCH.
           IF WS-SAM-FIL-AABEN
               MOVE KUNDE-ID IN KUNDEOPLREC TO SAM-KUNDE-ID
               MOVE WS-VALGT-KANAL TO SAM-KANAL
               READ SAMTYKKEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SAM-SAMTYKKE-DATO NOT = ZEROES
                           AND SAM-SAMTYKKE-DATO <= WS-DAGS-DATO
                           AND (SAM-TILBAGE-DATO = ZEROES
                           OR SAM-TILBAGE-DATO > WS-DAGS-DATO)
                           MOVE "Y" TO WS-SAMTYKKE-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    Branch and account type are met by any open account of
      *    the customer; the balance band is on the money with us,
      *    LAAN accounts left out.
           SAML-KONTI.
           MOVE ZEROES TO WS-KU-SALDO.
           MOVE "N" TO WS-AFD-SWITCH.
           MOVE "N" TO WS-TYPE-SWITCH.
           IF WS-VALGT-AFDELING = SPACES
               MOVE "Y" TO WS-AFD-SWITCH
           END-IF.
           IF WS-VALGT-KONTOTYPE = SPACES
               MOVE "Y" TO WS-TYPE-SWITCH
           END-IF.
           MOVE ZEROES TO WS-END-OF-KONTI.
           MOVE KUNDE-ID IN KUNDEOPLREC TO KUNDE-ID IN KONTOOPLREC.
           START KONTOOPLFILE
               KEY IS = KUNDE-ID OF KONTOOPLREC
               INVALID KEY
                   MOVE 1 TO WS-END-OF-KONTI
           END-START.
           PERFORM UNTIL WS-END-OF-KONTI = 1
               READ KONTOOPLFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-KONTI
                   NOT AT END
                       IF KUNDE-ID IN KONTOOPLREC
                           NOT = KUNDE-ID IN KUNDEOPLREC
                           MOVE 1 TO WS-END-OF-KONTI
                       ELSE
                           IF NOT KONTO-ER-LUKKET
                               PERFORM SAML-EN-KONTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           SAML-EN-KONTO.
           MOVE AFDELING IN KONTOOPLREC TO WS-KONTO-AFDELING.
           IF WS-KONTO-AFDELING = SPACES
               MOVE "001" TO WS-KONTO-AFDELING
           END-IF.
           IF WS-KONTO-AFDELING = WS-VALGT-AFDELING
               MOVE "Y" TO WS-AFD-SWITCH
           END-IF.
           IF KONTOTYPE IN KONTOOPLREC = WS-VALGT-KONTOTYPE
               MOVE "Y" TO WS-TYPE-SWITCH
           END-IF.
           IF KONTOTYPE IN KONTOOPLREC NOT = "LAAN"
               MOVE VALUTAKODE IN KONTOOPLREC TO WS-VALUTA
               IF WS-VALUTA = SPACES
                   MOVE "DKK" TO WS-VALUTA
               END-IF
               MOVE BALANCE IN KONTOOPLREC TO WS-KONV-BELOB
               PERFORM KONVERTER-BELOB
               ADD WS-KONV-DKK TO WS-KU-SALDO
           END-IF.

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

      *    The customer's first email line (E) or first phone line
      *    with its country code (S, T), scanned off the Opgave17
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
           IF WS-VALGT-KANAL = "E"
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

           SKRIV-UDTRAEK.
           MOVE SPACES TO UDTRAEKREC.
           MOVE KUNDE-ID IN KUNDEOPLREC TO KU-KUNDE-ID.
           MOVE WS-VALGT-KANAL TO KU-KANAL.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SPACE
               " " EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               INTO KU-NAVN.
           IF WS-VALGT-KANAL = "B"
               STRING VEJNAVN IN KUNDEOPLREC DELIMITED BY "  "
                   " " HUSNR IN KUNDEOPLREC DELIMITED BY SPACE
                   " " ETAGE IN KUNDEOPLREC DELIMITED BY SPACE
                   " " SIDE IN KUNDEOPLREC DELIMITED BY SPACE
                   INTO KU-VEJ
               MOVE ADRESSE-LINJE-2 IN KUNDEOPLREC
                   TO KU-ADRESSE-LINJE-2
               MOVE POSTNR IN KUNDEOPLREC TO KU-POSTNR
               MOVE BY-X IN KUNDEOPLREC TO KU-BY
               MOVE LANDE-KODE IN KUNDEOPLREC TO KU-LANDE-KODE
           ELSE
               MOVE WS-MODTAGER TO KU-MODTAGER
           END-IF.
           WRITE UDTRAEKREC.
           ADD 1 TO WS-CTL-UDTRUKKET.

           SKRIV-KOERSELSOVERSIGT.
           EVALUATE WS-VALGT-KANAL
               WHEN "B"
                   MOVE "BREV" TO WS-KANAL-TEKST
               WHEN "E"
                   MOVE "EMAIL" TO WS-KANAL-TEKST
               WHEN "S"
                   MOVE "SMS" TO WS-KANAL-TEKST
               WHEN OTHER
                   MOVE "TELEFON" TO WS-KANAL-TEKST
           END-EVALUATE.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE121 - KOERSELSOVERSIGT".
           DISPLAY "KANAL:                   " WS-KANAL-TEKST.
           DISPLAY "AFDELING:                " WS-VALGT-AFDELING.
           DISPLAY "KONTOTYPE:               " WS-VALGT-KONTOTYPE.
           DISPLAY "SALDO FRA:               " WS-SALDO-FRA-IND.
           DISPLAY "SALDO TIL:               " WS-SALDO-TIL-IND.
           DISPLAY "KUNDER LAEST:            " WS-CTL-KUNDER-LAEST.
           DISPLAY "UDTRUKKET:               " WS-CTL-UDTRUKKET.
           DISPLAY "SLETTET KUNDE:           " WS-CTL-SLETTET-SKIP.
           DISPLAY "AFDOED/DOEDSBO:          " WS-CTL-DOED-SKIP.
           DISPLAY "KUNDE PAA HOLD:          " WS-CTL-HOLD-SKIP.
           DISPLAY "UDEN SAMTYKKE:           " WS-CTL-UDEN-SAMTYKKE.
           DISPLAY "UDEN FOR UDVALGET:       "
               WS-CTL-UDEN-FOR-UDVALG.
           DISPLAY "UDEN KONTAKT:            " WS-CTL-UDEN-KONTAKT.
           DISPLAY "KURS MANGLER:            " WS-CTL-KURS-MANGLER.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE121: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KUNDER-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-UDTRUKKET TO WS-STAT-SKREVET.
           MOVE WS-CTL-UDEN-KONTAKT TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
