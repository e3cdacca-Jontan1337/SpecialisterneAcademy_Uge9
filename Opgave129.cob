           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE129.

      *    Weekly access report over the ADGANGSLOG access log.
      *    Every customer or account lookup from Opgave39, Opgave23,
      *    Opgave84 and the Opgave50 branch interface is on
      *    AdgangsLog.txt (ADGANGSLOG.cpy); for the seven days up to
      *    and including the business date AdgangsRapport.txt
      *    lists for the data-protection officer:
      *
      *      - each lookup that stands out, with the reason:
      *          EGEN KUNDE  the operator's own customer record
      *          ANDEN AFD   the customer belongs to another branch
      *                      than the operator's (AFDELINGOPSLAG
      *                      against OPR-AFDELING)
      *          SAMME NAVN  the customer shares the operator's
      *                      surname
      *          SAMME ADR   the customer lives at the operator's
      *                      address (street, house number, postal
      *                      code)
      *      - each operator with more lookups in the week than the
      *        limit kept in AdgangGraense.txt (default 200)
      *
      *    The operator's surname and address are taken off the
      *    operator's own customer record (OPR-KUNDE-ID) when there
      *    is one; otherwise the surname is the last word of
      *    OPR-NAVN and no address is known. A lookup logged by
      *    KONTONUMMER alone is resolved to the owner through
      *    KontoOpl.txt. Operators not on Operatoerer.txt (the
      *    branch interface's "FILIAL") are counted but not
      *    compared. Run weekly on the last banking day of the week
      *    (UGEKONTROL).

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ADGANGSLOGFILE ASSIGN TO "AdgangsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGL-STATUS.
           SELECT OPERATORFILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID OF OPERATORREC
               FILE STATUS IS WS-OPR-STATUS.
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
           SELECT ADGANGGRAENSEFILE ASSIGN TO "AdgangGraense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "AdgangsRapport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ADGANGSLOGFILE.
           01 ADGANGSLOGREC.
               COPY "ADGANGSLOG.cpy".

           FD OPERATORFILE.
           01 OPERATORREC.
               COPY "OPERATOR.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD ADGANGGRAENSEFILE.
           01 ADGANGGRAENSEREC             PIC 9(3).

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-AGL-STATUS                PIC X(2).
           01 WS-OPR-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-AGR-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    Lookups in a week above which an operator is listed.
           01 WS-GRAENSE-OPSLAG            PIC 9(3) VALUE 200.

      *    Every operator on file, and every operator id met on the
      *    log that is not, with the week's lookup count.
           01 WS-OP-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-OP-TABEL.
               02 WS-OP-POST OCCURS 500 TIMES.
                   03 OP-ID                PIC X(8).
                   03 OP-NAVN              PIC X(30).
                   03 OP-KENDT             PIC X(1).
                   03 OP-AFDELING          PIC X(3).
                   03 OP-KUNDE-ID          PIC X(10).
                   03 OP-EFTERNAVN         PIC X(20).
                   03 OP-VEJNAVN           PIC X(30).
                   03 OP-HUSNR             PIC X(5).
                   03 OP-POSTNR            PIC X(4).
                   03 OP-OPSLAG            PIC 9(7).
                   03 OP-MARKERET          PIC 9(7).
           01 WS-OP-IX                     PIC 9(4) VALUE ZEROES.
           01 WS-OP-FUNDET                 PIC X(1) VALUE "N".

      *    Last word of OPR-NAVN, for an operator who is not a
      *    customer.
           01 WS-NAVN-IX                   PIC 9(2) VALUE ZEROES.
           01 WS-NAVN-START                PIC 9(2) VALUE ZEROES.
           01 WS-NAVN-SLUT                 PIC 9(2) VALUE ZEROES.

      *    The seven-day window as day serials since 2000.
           01 WS-SLUT-SERIEL               PIC 9(7) VALUE ZEROES.
           01 WS-START-SERIEL              PIC 9(7) VALUE ZEROES.
           01 WS-SER-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-SER-DATO-X REDEFINES WS-SER-DATO.
               02 WS-SER-AAR               PIC 9(4).
               02 WS-SER-MAANED            PIC 9(2).
               02 WS-SER-DAG               PIC 9(2).
           01 WS-SER-RESULTAT              PIC 9(7) VALUE ZEROES.
           01 WS-SER-SKUDDAGE              PIC 9(4) VALUE ZEROES.
           01 WS-SER-KUMDAGE               PIC 9(3) VALUE ZEROES.
           01 WS-SER-AAR2000               PIC 9(4) VALUE ZEROES.
           01 WS-SER-KVOT                  PIC 9(4) VALUE ZEROES.
           01 WS-SER-REST                  PIC 9(1) VALUE ZEROES.

      *    One logged lookup.
           01 WS-KUNDE-ID                  PIC X(10) VALUE SPACES.
           01 WS-KU-FUNDET                 PIC X(1) VALUE "N".
           01 WS-KU-EFTERNAVN              PIC X(20) VALUE SPACES.
           01 WS-KU-AFDELING               PIC X(3) VALUE SPACES.
           01 WS-AFD-RESULT                PIC X(1) VALUE SPACES.
           01 WS-EGEN-SWITCH               PIC X(1) VALUE "N".
              88 WS-ER-EGEN-KUNDE          VALUE "Y".
           01 WS-MARKERING                 PIC X(1) VALUE "N".
              88 WS-ER-MARKERET            VALUE "Y".

           01 WS-ANTAL-ED                  PIC Z(6)9 VALUE ZEROES.
           01 WS-GRAENSE-ED                PIC ZZ9 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-CTL-LOGLINJER             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-I-UGEN                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-KUNDE            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-OPERATOER      PIC 9(7) VALUE ZEROES.
           01 WS-CTL-MARKERET              PIC 9(7) VALUE ZEROES.
           01 WS-CTL-EGEN-KUNDE            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-ANDEN-AFD             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SAMME-NAVN            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SAMME-ADR             PIC 9(7) VALUE ZEROES.
           01 WS-CTL-OVER-GRAENSE          PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV129".
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
           PERFORM DAN-ADGANGSRAPPORT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-ADGANGSRAPPORT.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           MOVE WS-DAGS-DATO TO WS-SER-DATO.
           PERFORM BEREGN-DAG-SERIEL.
           MOVE WS-SER-RESULTAT TO WS-SLUT-SERIEL.
           COMPUTE WS-START-SERIEL = WS-SLUT-SERIEL - 6.
           PERFORM LAES-ADGANGGRAENSE.

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
           PERFORM INDLAES-OPERATOERER.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open AdgangsRapport.txt failed, status "
                   WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "ADGANGSKONTROL - 7 DAGE TIL OG MED "
               WS-DAGS-DATO(1:4) "-" WS-DAGS-DATO(5:2) "-"
               WS-DAGS-DATO(7:2)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE "OPSLAG DER SKILLER SIG UD" TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "DATO" TO WS-RAPPORT-LINE(1:4).
           MOVE "TID" TO WS-RAPPORT-LINE(10:3).
           MOVE "OPERATOR" TO WS-RAPPORT-LINE(17:8).
           MOVE "PROGRAM" TO WS-RAPPORT-LINE(26:7).
           MOVE "KUNDE-ID" TO WS-RAPPORT-LINE(35:8).
           MOVE "KONTONUMMER" TO WS-RAPPORT-LINE(46:11).
           MOVE "AFD" TO WS-RAPPORT-LINE(67:3).
           MOVE "AARSAG" TO WS-RAPPORT-LINE(72:6).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           PERFORM GENNEMGAA-ADGANGSLOG.
           IF WS-CTL-MARKERET = ZEROES
               MOVE "  (ingen)" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.

           PERFORM SKRIV-OVER-GRAENSEN.

           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE WS-CTL-I-UGEN TO WS-ANTAL-ED.
           STRING "OPSLAG I UGEN: " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE WS-CTL-MARKERET TO WS-ANTAL-ED.
           STRING "MARKEREDE OPSLAG: " WS-ANTAL-ED
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           CLOSE RAPPORTOUT.

           CLOSE KONTOOPLFILE.
           CLOSE KUNDEOPLFILE.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    A missing limit file falls back to the 200-lookup default
      *    rather than abending - the same tolerance as
      *    DormansGraense.txt.
           LAES-ADGANGGRAENSE.
           OPEN INPUT ADGANGGRAENSEFILE.
           IF WS-AGR-STATUS = "00"
               READ ADGANGGRAENSEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ADGANGGRAENSEREC IS NUMERIC
                           AND ADGANGGRAENSEREC > ZEROES
                           MOVE ADGANGGRAENSEREC
                               TO WS-GRAENSE-OPSLAG
                       END-IF
               END-READ
               CLOSE ADGANGGRAENSEFILE
           END-IF.

      *    Barred operators are loaded too - a barred id that still
      *    shows on the log is the first thing to look at.
           INDLAES-OPERATOERER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT OPERATORFILE.
           IF WS-OPR-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ OPERATORFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM GEM-OPERATOER
               END-READ
           END-PERFORM.
           IF WS-OPR-STATUS NOT = "35"
               CLOSE OPERATORFILE
           END-IF.

           GEM-OPERATOER.
           IF WS-OP-ANTAL >= 500
               MOVE "Mere end 500 operatoerer" TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-OP-ANTAL.
           MOVE SPACES TO WS-OP-POST(WS-OP-ANTAL).
           MOVE OPR-ID TO OP-ID(WS-OP-ANTAL).
           MOVE OPR-NAVN TO OP-NAVN(WS-OP-ANTAL).
           MOVE "J" TO OP-KENDT(WS-OP-ANTAL).
           MOVE OPR-AFDELING TO OP-AFDELING(WS-OP-ANTAL).
           IF OP-AFDELING(WS-OP-ANTAL) = SPACES
               MOVE "001" TO OP-AFDELING(WS-OP-ANTAL)
           END-IF.
           MOVE OPR-KUNDE-ID TO OP-KUNDE-ID(WS-OP-ANTAL).
           MOVE ZEROES TO OP-OPSLAG(WS-OP-ANTAL).
           MOVE ZEROES TO OP-MARKERET(WS-OP-ANTAL).
           MOVE "N" TO WS-KU-FUNDET.
           IF OPR-KUNDE-ID NOT = SPACES
               MOVE OPR-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC
               READ KUNDEOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KU-FUNDET
               END-READ
           END-IF.
           IF WS-KU-FUNDET = "Y"
               MOVE EFTERNAVN IN KUNDEOPLREC
                   TO OP-EFTERNAVN(WS-OP-ANTAL)
               MOVE VEJNAVN IN KUNDEOPLREC
                   TO OP-VEJNAVN(WS-OP-ANTAL)
               MOVE HUSNR IN KUNDEOPLREC TO OP-HUSNR(WS-OP-ANTAL)
               MOVE POSTNR IN KUNDEOPLREC TO OP-POSTNR(WS-OP-ANTAL)
           ELSE
               PERFORM FIND-SIDSTE-NAVN
           END-IF.
           INSPECT OP-EFTERNAVN(WS-OP-ANTAL) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    The last non-blank character ends the surname; the blank
      *    before it, or the start of the field, begins it.
           FIND-SIDSTE-NAVN.
           MOVE ZEROES TO WS-NAVN-SLUT.
           MOVE 30 TO WS-NAVN-IX.
           PERFORM UNTIL WS-NAVN-IX = ZEROES
               IF OPR-NAVN(WS-NAVN-IX:1) NOT = SPACE
                   MOVE WS-NAVN-IX TO WS-NAVN-SLUT
                   MOVE ZEROES TO WS-NAVN-IX
               ELSE
                   SUBTRACT 1 FROM WS-NAVN-IX
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-NAVN-START.
           MOVE WS-NAVN-SLUT TO WS-NAVN-IX.
           PERFORM UNTIL WS-NAVN-IX = ZEROES
               IF OPR-NAVN(WS-NAVN-IX:1) = SPACE
                   COMPUTE WS-NAVN-START = WS-NAVN-IX + 1
                   MOVE ZEROES TO WS-NAVN-IX
               ELSE
                   SUBTRACT 1 FROM WS-NAVN-IX
               END-IF
           END-PERFORM.
           IF WS-NAVN-SLUT > ZEROES
               MOVE OPR-NAVN(WS-NAVN-START:
                   WS-NAVN-SLUT - WS-NAVN-START + 1)
                   TO OP-EFTERNAVN(WS-OP-ANTAL)
           END-IF.

      *    No log yet is no lookups yet, not an error.
           GENNEMGAA-ADGANGSLOG.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT ADGANGSLOGFILE.
           IF WS-AGL-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ ADGANGSLOGFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-LOGLINJER
                       PERFORM VURDER-EN-LOGLINJE
               END-READ
           END-PERFORM.
           IF WS-AGL-STATUS NOT = "35"
               CLOSE ADGANGSLOGFILE
           END-IF.

           VURDER-EN-LOGLINJE.
           IF AGL-DATO IS NUMERIC
               AND AGL-DATO >= 20000101
               AND AGL-DATO <= WS-DAGS-DATO
               MOVE AGL-DATO TO WS-SER-DATO
               PERFORM BEREGN-DAG-SERIEL
               IF WS-SER-RESULTAT >= WS-START-SERIEL
                   ADD 1 TO WS-CTL-I-UGEN
                   PERFORM FIND-OPERATOER
                   ADD 1 TO OP-OPSLAG(WS-OP-IX)
                   PERFORM FIND-KUNDE
                   IF WS-KUNDE-ID = SPACES
                       ADD 1 TO WS-CTL-UDEN-KUNDE
                   ELSE
                       IF OP-KENDT(WS-OP-IX) = "J"
                           PERFORM SAMMENLIGN-MED-OPERATOER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    An id not on Operatoerer.txt gets a table entry of its
      *    own so its lookups are still counted.
           FIND-OPERATOER.
           MOVE "N" TO WS-OP-FUNDET.
           MOVE 1 TO WS-OP-IX.
           PERFORM UNTIL WS-OP-IX > WS-OP-ANTAL
               OR WS-OP-FUNDET = "J"
               IF OP-ID(WS-OP-IX) = AGL-OPERATOER
                   MOVE "J" TO WS-OP-FUNDET
               ELSE
                   ADD 1 TO WS-OP-IX
               END-IF
           END-PERFORM.
           IF WS-OP-FUNDET = "N"
               IF WS-OP-ANTAL >= 500
                   MOVE "Mere end 500 operatoerer" TO WS-ABEND-MESSAGE
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-OP-ANTAL
               ADD 1 TO WS-CTL-UKENDT-OPERATOER
               MOVE WS-OP-ANTAL TO WS-OP-IX
               MOVE SPACES TO WS-OP-POST(WS-OP-IX)
               MOVE AGL-OPERATOER TO OP-ID(WS-OP-IX)
               MOVE "(ikke i operatoerfilen)" TO OP-NAVN(WS-OP-IX)
               MOVE "N" TO OP-KENDT(WS-OP-IX)
               MOVE ZEROES TO OP-OPSLAG(WS-OP-IX)
               MOVE ZEROES TO OP-MARKERET(WS-OP-IX)
           END-IF.

      *    A lookup by account alone names its customer through the
      *    account's owner; a miss on the account leaves it blank.
           FIND-KUNDE.
           MOVE AGL-KUNDE-ID TO WS-KUNDE-ID.
           IF WS-KUNDE-ID = SPACES
               AND AGL-KONTONUMMER NOT = SPACES
               MOVE AGL-KONTONUMMER TO KONTONUMMER IN KONTOOPLREC
               READ KONTOOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KUNDE-ID IN KONTOOPLREC TO WS-KUNDE-ID
               END-READ
           END-IF.

      *    The surname and address tests say nothing new about the
      *    operator's own record, so they are left to the others.
      *    An erased customer (SLETTET) has neither to compare.
           SAMMENLIGN-MED-OPERATOER.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "N" TO WS-MARKERING.
           MOVE "N" TO WS-EGEN-SWITCH.
           MOVE "N" TO WS-KU-FUNDET.
           MOVE WS-KUNDE-ID TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EFTERNAVN IN KUNDEOPLREC NOT = "SLETTET"
                       MOVE "Y" TO WS-KU-FUNDET
                   END-IF
           END-READ.
           CALL "AFDELINGOPSLAG" USING WS-KUNDE-ID
               WS-KU-AFDELING WS-AFD-RESULT.

           IF OP-KUNDE-ID(WS-OP-IX) NOT = SPACES
               AND OP-KUNDE-ID(WS-OP-IX) = WS-KUNDE-ID
               MOVE "Y" TO WS-MARKERING
               MOVE "Y" TO WS-EGEN-SWITCH
               ADD 1 TO WS-CTL-EGEN-KUNDE
               MOVE "EGEN KUNDE" TO WS-RAPPORT-LINE(72:10)
           END-IF.
           IF WS-KU-AFDELING NOT = OP-AFDELING(WS-OP-IX)
               MOVE "Y" TO WS-MARKERING
               ADD 1 TO WS-CTL-ANDEN-AFD
               MOVE "ANDEN AFD" TO WS-RAPPORT-LINE(83:9)
           END-IF.
           IF WS-KU-FUNDET = "Y"
               AND NOT WS-ER-EGEN-KUNDE
               MOVE EFTERNAVN IN KUNDEOPLREC TO WS-KU-EFTERNAVN
               INSPECT WS-KU-EFTERNAVN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF OP-EFTERNAVN(WS-OP-IX) NOT = SPACES
                   AND OP-EFTERNAVN(WS-OP-IX) = WS-KU-EFTERNAVN
                   MOVE "Y" TO WS-MARKERING
                   ADD 1 TO WS-CTL-SAMME-NAVN
                   MOVE "SAMME NAVN" TO WS-RAPPORT-LINE(94:10)
               END-IF
               IF OP-VEJNAVN(WS-OP-IX) NOT = SPACES
                   AND OP-VEJNAVN(WS-OP-IX) = VEJNAVN IN KUNDEOPLREC
                   AND OP-HUSNR(WS-OP-IX) = HUSNR IN KUNDEOPLREC
                   AND OP-POSTNR(WS-OP-IX) = POSTNR IN KUNDEOPLREC
                   MOVE "Y" TO WS-MARKERING
                   ADD 1 TO WS-CTL-SAMME-ADR
                   MOVE "SAMME ADR" TO WS-RAPPORT-LINE(105:9)
               END-IF
           END-IF.

           IF WS-ER-MARKERET
               ADD 1 TO WS-CTL-MARKERET
               ADD 1 TO OP-MARKERET(WS-OP-IX)
               MOVE AGL-DATO TO WS-RAPPORT-LINE(1:8)
               MOVE AGL-TID(1:6) TO WS-RAPPORT-LINE(10:6)
               MOVE AGL-OPERATOER TO WS-RAPPORT-LINE(17:8)
               MOVE AGL-PROGRAM TO WS-RAPPORT-LINE(26:8)
               MOVE WS-KUNDE-ID TO WS-RAPPORT-LINE(35:10)
               MOVE AGL-KONTONUMMER TO WS-RAPPORT-LINE(46:20)
               MOVE WS-KU-AFDELING TO WS-RAPPORT-LINE(67:3)
               MOVE WS-RAPPORT-LINE TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.

           SKRIV-OVER-GRAENSEN.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE WS-GRAENSE-OPSLAG TO WS-GRAENSE-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "OPERATOERER MED MERE END " WS-GRAENSE-ED
               " OPSLAG I UGEN"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "OPERATOR" TO WS-RAPPORT-LINE(1:8).
           MOVE "NAVN" TO WS-RAPPORT-LINE(10:4).
           MOVE "AFD" TO WS-RAPPORT-LINE(41:3).
           MOVE "OPSLAG" TO WS-RAPPORT-LINE(47:6).
           MOVE "MARKERET" TO WS-RAPPORT-LINE(55:8).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE 1 TO WS-OP-IX.
           PERFORM UNTIL WS-OP-IX > WS-OP-ANTAL
               IF OP-OPSLAG(WS-OP-IX) > WS-GRAENSE-OPSLAG
                   PERFORM SKRIV-EN-OPERATOER
               END-IF
               ADD 1 TO WS-OP-IX
           END-PERFORM.
           IF WS-CTL-OVER-GRAENSE = ZEROES
               MOVE "  (ingen)" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.

           SKRIV-EN-OPERATOER.
           ADD 1 TO WS-CTL-OVER-GRAENSE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE OP-ID(WS-OP-IX) TO WS-RAPPORT-LINE(1:8).
           MOVE OP-NAVN(WS-OP-IX) TO WS-RAPPORT-LINE(10:30).
           MOVE OP-AFDELING(WS-OP-IX) TO WS-RAPPORT-LINE(41:3).
           MOVE OP-OPSLAG(WS-OP-IX) TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(46:7).
           MOVE OP-MARKERET(WS-OP-IX) TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(56:7).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           BEREGN-DAG-SERIEL.
           COMPUTE WS-SER-AAR2000 = WS-SER-AAR - 2000.
           COMPUTE WS-SER-SKUDDAGE = (WS-SER-AAR2000 + 3) / 4.
           EVALUATE WS-SER-MAANED
               WHEN 01 MOVE 0 TO WS-SER-KUMDAGE
               WHEN 02 MOVE 31 TO WS-SER-KUMDAGE
               WHEN 03 MOVE 59 TO WS-SER-KUMDAGE
               WHEN 04 MOVE 90 TO WS-SER-KUMDAGE
               WHEN 05 MOVE 120 TO WS-SER-KUMDAGE
               WHEN 06 MOVE 151 TO WS-SER-KUMDAGE
               WHEN 07 MOVE 181 TO WS-SER-KUMDAGE
               WHEN 08 MOVE 212 TO WS-SER-KUMDAGE
               WHEN 09 MOVE 243 TO WS-SER-KUMDAGE
               WHEN 10 MOVE 273 TO WS-SER-KUMDAGE
               WHEN 11 MOVE 304 TO WS-SER-KUMDAGE
               WHEN OTHER MOVE 334 TO WS-SER-KUMDAGE
           END-EVALUATE.
      *    Every year 2000-2099 divisible by 4 is a leap year, so
      *    the in-year leap day is added once March is reached -
      *    same correction as BANKDAGOPSLAG.
           DIVIDE WS-SER-AAR2000 BY 4 GIVING WS-SER-KVOT
               REMAINDER WS-SER-REST.
           IF WS-SER-REST = ZEROES AND WS-SER-MAANED > 2
               ADD 1 TO WS-SER-KUMDAGE
           END-IF.
           COMPUTE WS-SER-RESULTAT =
               WS-SER-AAR2000 * 365 + WS-SER-SKUDDAGE
               + WS-SER-KUMDAGE + WS-SER-DAG.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE129 - KOERSELSOVERSIGT".
           DISPLAY "LOGLINJER LAEST:         " WS-CTL-LOGLINJER.
           DISPLAY "OPSLAG I UGEN:           " WS-CTL-I-UGEN.
           DISPLAY "UDEN KENDT KUNDE:        " WS-CTL-UDEN-KUNDE.
           DISPLAY "UKENDTE OPERATOERER:     "
               WS-CTL-UKENDT-OPERATOER.
           DISPLAY "MARKEREDE OPSLAG:        " WS-CTL-MARKERET.
           DISPLAY "  EGEN KUNDE:            " WS-CTL-EGEN-KUNDE.
           DISPLAY "  ANDEN AFDELING:        " WS-CTL-ANDEN-AFD.
           DISPLAY "  SAMME EFTERNAVN:       " WS-CTL-SAMME-NAVN.
           DISPLAY "  SAMME ADRESSE:         " WS-CTL-SAMME-ADR.
           DISPLAY "OVER GRAENSEN:           " WS-CTL-OVER-GRAENSE.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE129: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-I-UGEN TO WS-STAT-LAEST.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-MARKERET + WS-CTL-OVER-GRAENSE.
           MOVE WS-CTL-UDEN-KUNDE TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
