           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE130.

      *    Weekly segregation-of-duties report for compliance. Each
      *    approval flow checks its own four eyes; this report puts
      *    the queues side by side for the seven days up to and
      *    including the business date and writes
      *    Funktionsadskillelse.txt in three parts:
      *
      *      - SELVGODKENDELSER: a customer change captured and
      *        approved by the same operator (KundeAendringLog.txt,
      *        the Opgave37 decision trail), a pricing change
      *        proposed and approved by the same operator
      *        (SatsAendringer.txt, Opgave70), and any decision on
      *        the operator's own customer record (OPR-KUNDE-ID) -
      *        a change, a released referral (Henvisninger.txt,
      *        Opgave60), a released suspense item
      *        (Afklaringsposter.txt, Opgave62), a temporary limit
      *        (MidlertidigeLimits.txt) or a balance change
      *      - GENSIDIGE GODKENDELSER: two operators who approve
      *        each other's customer and pricing changes, both ways
      *        and together at least the number of times kept in
      *        GensidigGraense.txt (default 4) in the week
      *      - VEDLIGEHOLDT OG FLYTTET: one operator who both
      *        maintained a customer (captured a customer change or
      *        granted a temporary limit) and moved that customer's
      *        money (released a referral or a suspense item, or
      *        changed a balance) within the number of days kept in
      *        AdskillelseVindue.txt (default 7)
      *
      *    AUDIT.txt does not name the operator; a balance change
      *    made from a terminal program is put on the operator who
      *    last signed on to that program that day before it, off
      *    SignonLog.txt (OPERATORKONTROL). Changes from the batch
      *    chain have no sign-on and are left out. Run weekly on the
      *    last banking day of the week (UGEKONTROL).

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AENDRINGLOGFILE ASSIGN TO "KundeAendringLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALG-STATUS.
           SELECT SATSAENDRINGFILE ASSIGN TO "SatsAendringer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SAE-NR OF SATSAENDRINGREC
               FILE STATUS IS WS-SAE-STATUS.
           SELECT HENVISNINGFILE ASSIGN TO "Henvisninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HENV-NR OF HENVISNINGREC
               FILE STATUS IS WS-HNV-STATUS.
           SELECT AFKLARINGFILE ASSIGN TO "Afklaringsposter.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFK-NR OF AFKLARINGREC
               FILE STATUS IS WS-AFK-STATUS.
           SELECT MIDLLIMITFILE ASSIGN TO "MidlertidigeLimits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MLT-KONTONUMMER OF MIDLLIMITREC
               FILE STATUS IS WS-MLT-STATUS.
           SELECT SIGNONLOGFILE ASSIGN TO "SignonLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-STATUS.
           SELECT AUDITFILE ASSIGN TO "AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPERATORFILE ASSIGN TO "Operatoerer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID OF OPERATORREC
               FILE STATUS IS WS-OPR-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
           SELECT GENSIDIGGRAENSEFILE ASSIGN TO "GensidigGraense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GGR-STATUS.
           SELECT VINDUEFILE ASSIGN TO "AdskillelseVindue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIN-STATUS.
           SELECT RAPPORTOUT ASSIGN TO "Funktionsadskillelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-STATUS.

           DATA DIVISION.
           FILE SECTION.
      *    The Opgave37 decision line, field by field. Lines written
      *    while the log was 100 wide stop after "GODK".
           FD AENDRINGLOGFILE.
           01 AENDRINGLOGREC.
               02 ALG-DATO                 PIC 9(8).
               02 FILLER                   PIC X(10).
               02 ALG-LOEBENR              PIC X(9).
               02 FILLER                   PIC X(8).
               02 ALG-AKTION               PIC X(1).
               02 FILLER                   PIC X(10).
               02 ALG-KUNDE-ID             PIC X(10).
               02 FILLER                   PIC X(11).
               02 ALG-FANGET-AF            PIC X(8).
               02 FILLER                   PIC X(12).
               02 ALG-AFGJORT-AF           PIC X(8).
               02 FILLER                   PIC X(1).
               02 ALG-BESLUTNING           PIC X(8).
               02 FILLER                   PIC X(16).

           FD SATSAENDRINGFILE.
           01 SATSAENDRINGREC.
               COPY "SATSAENDRING.cpy".

           FD HENVISNINGFILE.
           01 HENVISNINGREC.
               COPY "HENVISNING.cpy".

           FD AFKLARINGFILE.
           01 AFKLARINGREC.
               COPY "AFKLARING.cpy".

           FD MIDLLIMITFILE.
           01 MIDLLIMITREC.
               COPY "MIDLERTIDIGLIMIT.cpy".

      *    The OPERATORKONTROL sign-on line.
           FD SIGNONLOGFILE.
           01 SIGNONLOGREC.
               02 SGN-DATO                 PIC 9(8).
               02 FILLER                   PIC X(1).
               02 SGN-TID                  PIC 9(8).
               02 FILLER                   PIC X(1).
               02 SGN-PROGRAM              PIC X(8).
               02 FILLER                   PIC X(1).
               02 SGN-OPERATOER            PIC X(8).
               02 FILLER                   PIC X(1).
               02 SGN-UDFALD               PIC X(12).
               02 FILLER                   PIC X(32).

      *    The AUDITLOG line; the balances are compared as edited.
           FD AUDITFILE.
           01 AUDITREC.
               02 AUD-DATO.
                   03 AUD-AA               PIC X(2).
                   03 FILLER               PIC X(1).
                   03 AUD-MM               PIC X(2).
                   03 FILLER               PIC X(1).
                   03 AUD-DD               PIC X(2).
               02 FILLER                   PIC X(1).
               02 AUD-TID                  PIC 9(8).
               02 FILLER                   PIC X(1).
               02 AUD-PROGRAM              PIC X(8).
               02 AUD-KUNDE-MAERKE         PIC X(10).
               02 AUD-KUNDE-ID             PIC X(10).
               02 FILLER                   PIC X(13).
               02 AUD-GAMMEL-SALDO         PIC X(10).
               02 FILLER                   PIC X(13).
               02 AUD-NY-SALDO             PIC X(10).
               02 FILLER                   PIC X(8).

           FD OPERATORFILE.
           01 OPERATORREC.
               COPY "OPERATOR.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD GENSIDIGGRAENSEFILE.
           01 GENSIDIGGRAENSEREC           PIC 9(3).

           FD VINDUEFILE.
           01 VINDUEREC                    PIC 9(3).

           FD RAPPORTOUT.
           01 RAPPORTLINE                  PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-ALG-STATUS                PIC X(2).
           01 WS-SAE-STATUS                PIC X(2).
           01 WS-HNV-STATUS                PIC X(2).
           01 WS-AFK-STATUS                PIC X(2).
           01 WS-MLT-STATUS                PIC X(2).
           01 WS-SGN-STATUS                PIC X(2).
           01 WS-AUD-STATUS                PIC X(2).
           01 WS-OPR-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-GGR-STATUS                PIC X(2).
           01 WS-VIN-STATUS                PIC X(2).
           01 WS-RAP-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

           01 WS-VALGT-DATO                PIC X(8) VALUE SPACES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    Approvals each way before a pair is listed, and the days
      *    between maintaining a customer and moving its money.
           01 WS-GENSIDIG-GRAENSE          PIC 9(3) VALUE 4.
           01 WS-VINDUE-DAGE               PIC 9(3) VALUE 7.

      *    The week as day serials since 2000, and the earlier
      *    start the maintained/moved window reaches back to.
           01 WS-SLUT-SERIEL               PIC 9(7) VALUE ZEROES.
           01 WS-START-SERIEL              PIC 9(7) VALUE ZEROES.
           01 WS-VINDUE-SERIEL             PIC 9(7) VALUE ZEROES.
           01 WS-DATO-I-VINDUE             PIC X(1) VALUE "N".
           01 WS-DATO-I-UGEN               PIC X(1) VALUE "N".
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

      *    Operators who bank with us themselves.
           01 WS-OK-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-OK-TABEL.
               02 WS-OK-POST OCCURS 500 TIMES.
                   03 OK-ID                PIC X(8).
                   03 OK-KUNDE-ID          PIC X(10).
           01 WS-OK-IX                     PIC 9(4) VALUE ZEROES.

      *    Granted sign-ons in reach of the window, for putting an
      *    AUDIT.txt line on an operator.
           01 WS-SO-ANTAL                  PIC 9(5) VALUE ZEROES.
           01 WS-SO-TABEL.
               02 WS-SO-POST OCCURS 5000 TIMES.
                   03 SO-DATO              PIC 9(8).
                   03 SO-TID               PIC 9(8).
                   03 SO-PROGRAM           PIC X(8).
                   03 SO-OPERATOER         PIC X(8).
           01 WS-SO-IX                     PIC 9(5) VALUE ZEROES.
           01 WS-SO-BEDSTE                 PIC 9(5) VALUE ZEROES.

      *    Who approved whose change in the week.
           01 WS-PR-ANTAL                  PIC 9(4) VALUE ZEROES.
           01 WS-PR-TABEL.
               02 WS-PR-POST OCCURS 1000 TIMES.
                   03 PR-INDSTILLER        PIC X(8).
                   03 PR-GODKENDER         PIC X(8).
                   03 PR-ANTAL             PIC 9(5).
           01 WS-PR-IX                     PIC 9(4) VALUE ZEROES.
           01 WS-PR-JX                     PIC 9(4) VALUE ZEROES.
           01 WS-PR-FUNDET                 PIC X(1) VALUE "N".
           01 WS-PAR-INDSTILLER            PIC X(8) VALUE SPACES.
           01 WS-PAR-GODKENDER             PIC X(8) VALUE SPACES.

      *    Maintenance (V) and money movement (P) per operator and
      *    customer, in reach of the window.
           01 WS-EV-ANTAL                  PIC 9(5) VALUE ZEROES.
           01 WS-EV-TABEL.
               02 WS-EV-POST OCCURS 5000 TIMES.
                   03 EV-ART               PIC X(1).
                   03 EV-OPERATOER         PIC X(8).
                   03 EV-KUNDE-ID          PIC X(10).
                   03 EV-DATO              PIC 9(8).
                   03 EV-SERIEL            PIC 9(7).
                   03 EV-KILDE             PIC X(10).
           01 WS-EV-IX                     PIC 9(5) VALUE ZEROES.
           01 WS-EV-JX                     PIC 9(5) VALUE ZEROES.
           01 WS-EV-AFSTAND                PIC 9(7) VALUE ZEROES.
           01 WS-EV-SENESTE                PIC 9(7) VALUE ZEROES.

      *    The event being recorded.
           01 WS-NY-ART                    PIC X(1) VALUE SPACES.
           01 WS-NY-OPERATOER              PIC X(8) VALUE SPACES.
           01 WS-NY-KUNDE-ID               PIC X(10) VALUE SPACES.
           01 WS-NY-DATO                   PIC 9(8) VALUE ZEROES.
           01 WS-NY-KILDE                  PIC X(10) VALUE SPACES.

           01 WS-KONTO                     PIC X(20) VALUE SPACES.
           01 WS-EJER-ID                   PIC X(10) VALUE SPACES.
           01 WS-AUD-DATO                  PIC 9(8) VALUE ZEROES.
           01 WS-AUD-DATO-X REDEFINES WS-AUD-DATO.
               02 WS-AUD-AARHUNDREDE       PIC X(2).
               02 WS-AUD-AA                PIC X(2).
               02 WS-AUD-MM                PIC X(2).
               02 WS-AUD-DD                PIC X(2).

      *    One self-approval line.
           01 WS-SG-DATO                   PIC 9(8) VALUE ZEROES.
           01 WS-SG-KILDE                  PIC X(10) VALUE SPACES.
           01 WS-SG-OPERATOER              PIC X(8) VALUE SPACES.
           01 WS-SG-NOEGLE                 PIC X(20) VALUE SPACES.
           01 WS-SG-TEKST                  PIC X(40) VALUE SPACES.
           01 WS-EGEN-SWITCH               PIC X(1) VALUE "N".
              88 WS-ER-EGEN-KUNDE          VALUE "Y".

           01 WS-ANTAL-ED                  PIC ZZZZ9 VALUE ZEROES.
           01 WS-GRAENSE-ED                PIC ZZ9 VALUE ZEROES.
           01 WS-RAPPORT-LINE              PIC X(132) VALUE SPACES.

           01 WS-CTL-AENDRINGER            PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SATSAENDRINGER        PIC 9(7) VALUE ZEROES.
           01 WS-CTL-HENVISNINGER          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-AFKLARINGER           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-LIMITS                PIC 9(7) VALUE ZEROES.
           01 WS-CTL-LIMITS-UDATERET       PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SIGNONS               PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SALDOAENDRINGER       PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UDEN-SIGNON           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-SELVGODKENDT          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-GENSIDIGE-PAR         PIC 9(7) VALUE ZEROES.
           01 WS-CTL-VEDL-OG-FLYTTET       PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV130".
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
           PERFORM DAN-ADSKILLELSESRAPPORT.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-ADSKILLELSESRAPPORT.
           DISPLAY "FORRETNINGSDATO (YYYYMMDD, blank = i dag): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-DATO.
           IF WS-VALGT-DATO = SPACES
               ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD
           ELSE
               MOVE WS-VALGT-DATO TO WS-DAGS-DATO
           END-IF.
           PERFORM LAES-PARAMETRE.
           MOVE WS-DAGS-DATO TO WS-SER-DATO.
           PERFORM BEREGN-DAG-SERIEL.
           MOVE WS-SER-RESULTAT TO WS-SLUT-SERIEL.
           COMPUTE WS-START-SERIEL = WS-SLUT-SERIEL - 6.
           COMPUTE WS-VINDUE-SERIEL =
               WS-START-SERIEL - WS-VINDUE-DAGE.

           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM INDLAES-OPERATOERER.
           PERFORM INDLAES-SIGNONS.

           OPEN OUTPUT RAPPORTOUT.
           IF WS-RAP-STATUS NOT = "00"
               STRING "Open Funktionsadskillelse.txt failed, "
                   "status " WS-RAP-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "FUNKTIONSADSKILLELSE - 7 DAGE TIL OG MED "
               WS-DAGS-DATO(1:4) "-" WS-DAGS-DATO(5:2) "-"
               WS-DAGS-DATO(7:2)
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE "SELVGODKENDELSER" TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "DATO" TO WS-RAPPORT-LINE(1:4).
           MOVE "KILDE" TO WS-RAPPORT-LINE(10:5).
           MOVE "OPERATOR" TO WS-RAPPORT-LINE(21:8).
           MOVE "NOEGLE" TO WS-RAPPORT-LINE(30:6).
           MOVE "HVAD" TO WS-RAPPORT-LINE(51:4).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

           PERFORM GENNEMGAA-KUNDEAENDRINGER.
           PERFORM GENNEMGAA-SATSAENDRINGER.
           PERFORM GENNEMGAA-HENVISNINGER.
           PERFORM GENNEMGAA-AFKLARINGER.
           PERFORM GENNEMGAA-LIMITS.
           PERFORM GENNEMGAA-AUDIT.
           IF WS-CTL-SELVGODKENDT = ZEROES
               MOVE "  (ingen)" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.

           PERFORM SKRIV-GENSIDIGE-PAR.
           PERFORM SKRIV-VEDL-OG-FLYTTET.
           CLOSE RAPPORTOUT.
           CLOSE KONTOOPLFILE.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    Missing or unreadable parameter files fall back to the
      *    defaults, the same tolerance as DormansGraense.txt.
           LAES-PARAMETRE.
           OPEN INPUT GENSIDIGGRAENSEFILE.
           IF WS-GGR-STATUS = "00"
               READ GENSIDIGGRAENSEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GENSIDIGGRAENSEREC IS NUMERIC
                           AND GENSIDIGGRAENSEREC > ZEROES
                           MOVE GENSIDIGGRAENSEREC
                               TO WS-GENSIDIG-GRAENSE
                       END-IF
               END-READ
               CLOSE GENSIDIGGRAENSEFILE
           END-IF.
           OPEN INPUT VINDUEFILE.
           IF WS-VIN-STATUS = "00"
               READ VINDUEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VINDUEREC IS NUMERIC
                           AND VINDUEREC > ZEROES
                           MOVE VINDUEREC TO WS-VINDUE-DAGE
                       END-IF
               END-READ
               CLOSE VINDUEFILE
           END-IF.

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
                       IF OPR-KUNDE-ID NOT = SPACES
                           PERFORM GEM-OPERATOER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPR-STATUS NOT = "35"
               CLOSE OPERATORFILE
           END-IF.

           GEM-OPERATOER.
           IF WS-OK-ANTAL >= 500
               MOVE "Mere end 500 operatoerer" TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-OK-ANTAL.
           MOVE OPR-ID TO OK-ID(WS-OK-ANTAL).
           MOVE OPR-KUNDE-ID TO OK-KUNDE-ID(WS-OK-ANTAL).

      *    Only granted sign-ons put anyone at the keyboard.
           INDLAES-SIGNONS.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT SIGNONLOGFILE.
           IF WS-SGN-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ SIGNONLOGFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF SGN-DATO IS NUMERIC
                           AND SGN-TID IS NUMERIC
                           AND (SGN-UDFALD = "GODKENDT"
                               OR SGN-UDFALD = "UDEN KONTROL")
                           MOVE SGN-DATO TO WS-SER-DATO
                           PERFORM VURDER-DATO
                           IF WS-DATO-I-VINDUE = "J"
                               PERFORM GEM-SIGNON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SGN-STATUS NOT = "35"
               CLOSE SIGNONLOGFILE
           END-IF.

           GEM-SIGNON.
           IF WS-SO-ANTAL >= 5000
               MOVE "Mere end 5000 sign-ons i perioden"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-SO-ANTAL.
           ADD 1 TO WS-CTL-SIGNONS.
           MOVE SGN-DATO TO SO-DATO(WS-SO-ANTAL).
           MOVE SGN-TID TO SO-TID(WS-SO-ANTAL).
           MOVE SGN-PROGRAM TO SO-PROGRAM(WS-SO-ANTAL).
           MOVE SGN-OPERATOER TO SO-OPERATOER(WS-SO-ANTAL).

      *    Approved customer changes: the maker maintained the
      *    customer; maker and checker form an approval pair.
           GENNEMGAA-KUNDEAENDRINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT AENDRINGLOGFILE.
           IF WS-ALG-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ AENDRINGLOGFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF ALG-DATO IS NUMERIC
                           AND ALG-BESLUTNING(1:4) = "GODK"
                           MOVE ALG-DATO TO WS-SER-DATO
                           PERFORM VURDER-DATO
                           PERFORM VURDER-KUNDEAENDRING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ALG-STATUS NOT = "35"
               CLOSE AENDRINGLOGFILE
           END-IF.

           VURDER-KUNDEAENDRING.
           IF WS-DATO-I-VINDUE = "J"
               MOVE "V" TO WS-NY-ART
               MOVE ALG-FANGET-AF TO WS-NY-OPERATOER
               MOVE ALG-KUNDE-ID TO WS-NY-KUNDE-ID
               MOVE ALG-DATO TO WS-NY-DATO
               MOVE "KUNDEAENDR" TO WS-NY-KILDE
               PERFORM GEM-HAENDELSE
           END-IF.
           IF WS-DATO-I-UGEN = "J"
               ADD 1 TO WS-CTL-AENDRINGER
               MOVE ALG-FANGET-AF TO WS-PAR-INDSTILLER
               MOVE ALG-AFGJORT-AF TO WS-PAR-GODKENDER
               PERFORM TAEL-GODKENDELSE
               MOVE ALG-DATO TO WS-SG-DATO
               MOVE "KUNDEAENDR" TO WS-SG-KILDE
               MOVE ALG-KUNDE-ID TO WS-SG-NOEGLE
               IF ALG-FANGET-AF = ALG-AFGJORT-AF
                   MOVE ALG-AFGJORT-AF TO WS-SG-OPERATOER
                   MOVE "FANGET OG GODKENDT AF SAMME OPERATOER"
                       TO WS-SG-TEKST
                   PERFORM SKRIV-SELVGODKENDELSE
               END-IF
               MOVE ALG-FANGET-AF TO WS-NY-OPERATOER
               MOVE ALG-KUNDE-ID TO WS-NY-KUNDE-ID
               PERFORM TJEK-EGEN-KUNDE
               IF WS-ER-EGEN-KUNDE
                   MOVE ALG-FANGET-AF TO WS-SG-OPERATOER
                   MOVE "AENDRING AF EGET KUNDEFORHOLD FANGET"
                       TO WS-SG-TEKST
                   PERFORM SKRIV-SELVGODKENDELSE
               END-IF
               MOVE ALG-AFGJORT-AF TO WS-NY-OPERATOER
               PERFORM TJEK-EGEN-KUNDE
               IF WS-ER-EGEN-KUNDE
                   MOVE ALG-AFGJORT-AF TO WS-SG-OPERATOER
                   MOVE "AENDRING AF EGET KUNDEFORHOLD GODKENDT"
                       TO WS-SG-TEKST
                   PERFORM SKRIV-SELVGODKENDELSE
               END-IF
           END-IF.

      *    Pricing changes carry no customer; they only count for
      *    self-approval and approval pairs.
           GENNEMGAA-SATSAENDRINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT SATSAENDRINGFILE.
           IF WS-SAE-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ SATSAENDRINGFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF SAE-ER-GODKENDT
                           PERFORM VURDER-SATSAENDRING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SAE-STATUS NOT = "35"
               CLOSE SATSAENDRINGFILE
           END-IF.

           VURDER-SATSAENDRING.
           IF SAE-AFGJORT-DATO IS NUMERIC
               AND SAE-AFGJORT-DATO > ZEROES
               MOVE SAE-AFGJORT-DATO TO WS-SER-DATO
           ELSE
               MOVE SAE-DATO TO WS-SER-DATO
           END-IF.
           MOVE WS-SER-DATO TO WS-SG-DATO.
           PERFORM VURDER-DATO.
           IF WS-DATO-I-UGEN = "J"
               ADD 1 TO WS-CTL-SATSAENDRINGER
               MOVE SAE-FORESLAAET-AF TO WS-PAR-INDSTILLER
               MOVE SAE-GODKENDT-AF TO WS-PAR-GODKENDER
               PERFORM TAEL-GODKENDELSE
               IF SAE-FORESLAAET-AF = SAE-GODKENDT-AF
                   MOVE "SATS" TO WS-SG-KILDE
                   MOVE SAE-GODKENDT-AF TO WS-SG-OPERATOER
                   MOVE SPACES TO WS-SG-NOEGLE
                   STRING SAE-NR " " SAE-TABEL " " SAE-NOEGLE
                       DELIMITED BY SIZE INTO WS-SG-NOEGLE
                   MOVE "FORESLAAET OG GODKENDT AF SAMME OPERATOER"
                       TO WS-SG-TEKST
                   PERFORM SKRIV-SELVGODKENDELSE
               END-IF
           END-IF.

      *    A released referral moved money on the account.
           GENNEMGAA-HENVISNINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT HENVISNINGFILE.
           IF WS-HNV-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ HENVISNINGFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF HENV-ER-GODKENDT
                           PERFORM VURDER-HENVISNING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HNV-STATUS NOT = "35"
               CLOSE HENVISNINGFILE
           END-IF.

           VURDER-HENVISNING.
           IF HENV-AFGJORT-DATO IS NUMERIC
               AND HENV-AFGJORT-DATO > ZEROES
               MOVE HENV-AFGJORT-DATO TO WS-SER-DATO
           ELSE
               MOVE HENV-DATO TO WS-SER-DATO
           END-IF.
           MOVE WS-SER-DATO TO WS-NY-DATO.
           PERFORM VURDER-DATO.
           IF WS-DATO-I-VINDUE = "J"
               MOVE HENV-KONTONUMMER TO WS-KONTO
               PERFORM FIND-EJER
               IF WS-EJER-ID NOT = SPACES
                   IF WS-DATO-I-UGEN = "J"
                       ADD 1 TO WS-CTL-HENVISNINGER
                   END-IF
                   MOVE "P" TO WS-NY-ART
                   MOVE HENV-OPERATOER TO WS-NY-OPERATOER
                   MOVE WS-EJER-ID TO WS-NY-KUNDE-ID
                   MOVE "HENVISNING" TO WS-NY-KILDE
                   PERFORM GEM-HAENDELSE
                   MOVE "FRIGIVET HENVISNING PAA EGEN KONTO"
                       TO WS-SG-TEKST
                   PERFORM SKRIV-HVIS-EGEN-KUNDE
               END-IF
           END-IF.

      *    A released suspense item was posted to the account it
      *    was released to, or the quoted one where none is kept.
           GENNEMGAA-AFKLARINGER.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT AFKLARINGFILE.
           IF WS-AFK-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ AFKLARINGFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF AFK-ER-FRIGIVET
                           PERFORM VURDER-AFKLARING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AFK-STATUS NOT = "35"
               CLOSE AFKLARINGFILE
           END-IF.

           VURDER-AFKLARING.
           IF AFK-FRIGIVET-DATO IS NUMERIC
               AND AFK-FRIGIVET-DATO > ZEROES
               MOVE AFK-FRIGIVET-DATO TO WS-SER-DATO
           ELSE
               MOVE AFK-DATO TO WS-SER-DATO
           END-IF.
           MOVE WS-SER-DATO TO WS-NY-DATO.
           PERFORM VURDER-DATO.
           IF WS-DATO-I-VINDUE = "J"
               IF AFK-FRIGIVET-KONTO NOT = SPACES
                   MOVE AFK-FRIGIVET-KONTO TO WS-KONTO
               ELSE
                   MOVE AFK-KONTONUMMER TO WS-KONTO
               END-IF
               PERFORM FIND-EJER
               IF WS-EJER-ID NOT = SPACES
                   IF WS-DATO-I-UGEN = "J"
                       ADD 1 TO WS-CTL-AFKLARINGER
                   END-IF
                   MOVE "P" TO WS-NY-ART
                   MOVE AFK-OPERATOER TO WS-NY-OPERATOER
                   MOVE WS-EJER-ID TO WS-NY-KUNDE-ID
                   MOVE "AFKLARING" TO WS-NY-KILDE
                   PERFORM GEM-HAENDELSE
                   MOVE "FRIGIVET AFKLARINGSPOST TIL EGEN KONTO"
                       TO WS-SG-TEKST
                   PERFORM SKRIV-HVIS-EGEN-KUNDE
               END-IF
           END-IF.

      *    Limits granted before the grant date was kept carry no
      *    date and are only counted.
           GENNEMGAA-LIMITS.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT MIDLLIMITFILE.
           IF WS-MLT-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ MIDLLIMITFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF MLT-DATO IS NUMERIC
                           AND MLT-DATO > ZEROES
                           PERFORM VURDER-LIMIT
                       ELSE
                           ADD 1 TO WS-CTL-LIMITS-UDATERET
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MLT-STATUS NOT = "35"
               CLOSE MIDLLIMITFILE
           END-IF.

           VURDER-LIMIT.
           MOVE MLT-DATO TO WS-SER-DATO.
           MOVE MLT-DATO TO WS-NY-DATO.
           PERFORM VURDER-DATO.
           IF WS-DATO-I-VINDUE = "J"
               MOVE MLT-KONTONUMMER TO WS-KONTO
               PERFORM FIND-EJER
               IF WS-EJER-ID NOT = SPACES
                   IF WS-DATO-I-UGEN = "J"
                       ADD 1 TO WS-CTL-LIMITS
                   END-IF
                   MOVE "V" TO WS-NY-ART
                   MOVE MLT-OPERATOER TO WS-NY-OPERATOER
                   MOVE WS-EJER-ID TO WS-NY-KUNDE-ID
                   MOVE "LIMIT" TO WS-NY-KILDE
                   PERFORM GEM-HAENDELSE
                   MOVE "MIDLERTIDIG LIMIT PAA EGEN KONTO"
                       TO WS-SG-TEKST
                   PERFORM SKRIV-HVIS-EGEN-KUNDE
               END-IF
           END-IF.

      *    Only lines where the balance actually changed count.
           GENNEMGAA-AUDIT.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT AUDITFILE.
           IF WS-AUD-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ AUDITFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF AUD-GAMMEL-SALDO NOT = AUD-NY-SALDO
                           PERFORM VURDER-AUDITLINJE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDITFILE
           END-IF.

           VURDER-AUDITLINJE.
           MOVE "20" TO WS-AUD-AARHUNDREDE.
           MOVE AUD-AA TO WS-AUD-AA.
           MOVE AUD-MM TO WS-AUD-MM.
           MOVE AUD-DD TO WS-AUD-DD.
           IF WS-AUD-DATO IS NUMERIC AND AUD-TID IS NUMERIC
               MOVE WS-AUD-DATO TO WS-SER-DATO
               PERFORM VURDER-DATO
           ELSE
               MOVE "N" TO WS-DATO-I-VINDUE
           END-IF.
           IF WS-DATO-I-VINDUE = "J"
               IF WS-DATO-I-UGEN = "J"
                   ADD 1 TO WS-CTL-SALDOAENDRINGER
               END-IF
               PERFORM FIND-SIGNON
               IF WS-SO-BEDSTE = ZEROES
                   IF WS-DATO-I-UGEN = "J"
                       ADD 1 TO WS-CTL-UDEN-SIGNON
                   END-IF
               ELSE
                   MOVE "P" TO WS-NY-ART
                   MOVE SO-OPERATOER(WS-SO-BEDSTE)
                       TO WS-NY-OPERATOER
                   MOVE AUD-KUNDE-ID TO WS-NY-KUNDE-ID
                   MOVE WS-AUD-DATO TO WS-NY-DATO
                   MOVE AUD-PROGRAM TO WS-NY-KILDE
                   PERFORM GEM-HAENDELSE
                   MOVE AUD-KUNDE-ID TO WS-EJER-ID
                   MOVE "SALDOAENDRING PAA EGET KUNDEFORHOLD"
                       TO WS-SG-TEKST
                   PERFORM SKRIV-HVIS-EGEN-KUNDE
               END-IF
           END-IF.

      *    The latest granted sign-on to the same program the same
      *    day, at or before the time of the change.
           FIND-SIGNON.
           MOVE ZEROES TO WS-SO-BEDSTE.
           MOVE 1 TO WS-SO-IX.
           PERFORM UNTIL WS-SO-IX > WS-SO-ANTAL
               IF SO-PROGRAM(WS-SO-IX) = AUD-PROGRAM
                   AND SO-DATO(WS-SO-IX) = WS-AUD-DATO
                   AND SO-TID(WS-SO-IX) NOT > AUD-TID
                   IF WS-SO-BEDSTE = ZEROES
                       MOVE WS-SO-IX TO WS-SO-BEDSTE
                   ELSE
                       IF SO-TID(WS-SO-IX) NOT <
                           SO-TID(WS-SO-BEDSTE)
                           MOVE WS-SO-IX TO WS-SO-BEDSTE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SO-IX
           END-PERFORM.

           FIND-EJER.
           MOVE SPACES TO WS-EJER-ID.
           MOVE WS-KONTO TO KONTONUMMER OF KONTOOPLREC.
           READ KONTOOPLFILE KEY IS KONTONUMMER OF KONTOOPLREC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE KUNDE-ID OF KONTOOPLREC TO WS-EJER-ID
           END-READ.

      *    Lists the decision in WS-NY-OPERATOER/WS-EJER-ID when
      *    it fell in the week and was on the operator's own
      *    customer record.
           SKRIV-HVIS-EGEN-KUNDE.
           IF WS-DATO-I-UGEN = "J"
               MOVE WS-EJER-ID TO WS-NY-KUNDE-ID
               PERFORM TJEK-EGEN-KUNDE
               IF WS-ER-EGEN-KUNDE
                   MOVE WS-NY-DATO TO WS-SG-DATO
                   MOVE WS-NY-KILDE TO WS-SG-KILDE
                   MOVE WS-NY-OPERATOER TO WS-SG-OPERATOER
                   MOVE WS-EJER-ID TO WS-SG-NOEGLE
                   PERFORM SKRIV-SELVGODKENDELSE
               END-IF
           END-IF.

           TJEK-EGEN-KUNDE.
           MOVE "N" TO WS-EGEN-SWITCH.
           IF WS-NY-KUNDE-ID NOT = SPACES
               MOVE 1 TO WS-OK-IX
               PERFORM UNTIL WS-OK-IX > WS-OK-ANTAL
                   OR WS-ER-EGEN-KUNDE
                   IF OK-ID(WS-OK-IX) = WS-NY-OPERATOER
                       AND OK-KUNDE-ID(WS-OK-IX) = WS-NY-KUNDE-ID
                       MOVE "Y" TO WS-EGEN-SWITCH
                   END-IF
                   ADD 1 TO WS-OK-IX
               END-PERFORM
           END-IF.

           SKRIV-SELVGODKENDELSE.
           ADD 1 TO WS-CTL-SELVGODKENDT.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE WS-SG-DATO TO WS-RAPPORT-LINE(1:8).
           MOVE WS-SG-KILDE TO WS-RAPPORT-LINE(10:10).
           MOVE WS-SG-OPERATOER TO WS-RAPPORT-LINE(21:8).
           MOVE WS-SG-NOEGLE TO WS-RAPPORT-LINE(30:20).
           MOVE WS-SG-TEKST TO WS-RAPPORT-LINE(51:40).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

      *    Self-approvals are listed on their own and not paired.
           TAEL-GODKENDELSE.
           IF WS-PAR-INDSTILLER NOT = WS-PAR-GODKENDER
               MOVE "N" TO WS-PR-FUNDET
               MOVE 1 TO WS-PR-IX
               PERFORM UNTIL WS-PR-IX > WS-PR-ANTAL
                   OR WS-PR-FUNDET = "J"
                   IF PR-INDSTILLER(WS-PR-IX) = WS-PAR-INDSTILLER
                       AND PR-GODKENDER(WS-PR-IX) = WS-PAR-GODKENDER
                       ADD 1 TO PR-ANTAL(WS-PR-IX)
                       MOVE "J" TO WS-PR-FUNDET
                   END-IF
                   ADD 1 TO WS-PR-IX
               END-PERFORM
               IF WS-PR-FUNDET = "N"
                   IF WS-PR-ANTAL >= 1000
                       MOVE "Mere end 1000 godkendelsespar"
                           TO WS-ABEND-MESSAGE
                       PERFORM ABEND-RUN
                   END-IF
                   ADD 1 TO WS-PR-ANTAL
                   MOVE WS-PAR-INDSTILLER
                       TO PR-INDSTILLER(WS-PR-ANTAL)
                   MOVE WS-PAR-GODKENDER TO PR-GODKENDER(WS-PR-ANTAL)
                   MOVE 1 TO PR-ANTAL(WS-PR-ANTAL)
               END-IF
           END-IF.

           GEM-HAENDELSE.
           IF WS-EV-ANTAL >= 5000
               MOVE "Mere end 5000 haendelser i perioden"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-EV-ANTAL.
           MOVE WS-NY-ART TO EV-ART(WS-EV-ANTAL).
           MOVE WS-NY-OPERATOER TO EV-OPERATOER(WS-EV-ANTAL).
           MOVE WS-NY-KUNDE-ID TO EV-KUNDE-ID(WS-EV-ANTAL).
           MOVE WS-NY-DATO TO EV-DATO(WS-EV-ANTAL).
           MOVE WS-SER-RESULTAT TO EV-SERIEL(WS-EV-ANTAL).
           MOVE WS-NY-KILDE TO EV-KILDE(WS-EV-ANTAL).

      *    Sets the window and week flags for the date in
      *    WS-SER-DATO and leaves its serial in WS-SER-RESULTAT.
           VURDER-DATO.
           MOVE "N" TO WS-DATO-I-VINDUE.
           MOVE "N" TO WS-DATO-I-UGEN.
           IF WS-SER-AAR >= 2000 AND WS-SER-AAR <= 2099
               AND WS-SER-MAANED >= 1 AND WS-SER-MAANED <= 12
               AND WS-SER-DAG >= 1 AND WS-SER-DAG <= 31
               PERFORM BEREGN-DAG-SERIEL
               IF WS-SER-RESULTAT >= WS-VINDUE-SERIEL
                   AND WS-SER-RESULTAT <= WS-SLUT-SERIEL
                   MOVE "J" TO WS-DATO-I-VINDUE
               END-IF
               IF WS-SER-RESULTAT >= WS-START-SERIEL
                   AND WS-SER-RESULTAT <= WS-SLUT-SERIEL
                   MOVE "J" TO WS-DATO-I-UGEN
               END-IF
           END-IF.

      *    A pair is listed once, from the operator first in
      *    alphabetical order.
           SKRIV-GENSIDIGE-PAR.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE WS-GENSIDIG-GRAENSE TO WS-GRAENSE-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "GENSIDIGE GODKENDELSER (MINDST " WS-GRAENSE-ED
               " I ALT)" DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "OPERATOR" TO WS-RAPPORT-LINE(1:8).
           MOVE "OPERATOR" TO WS-RAPPORT-LINE(10:8).
           MOVE "A GODK. B" TO WS-RAPPORT-LINE(20:9).
           MOVE "B GODK. A" TO WS-RAPPORT-LINE(31:9).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE 1 TO WS-PR-IX.
           PERFORM UNTIL WS-PR-IX > WS-PR-ANTAL
               IF PR-INDSTILLER(WS-PR-IX) < PR-GODKENDER(WS-PR-IX)
                   PERFORM FIND-MODSAT-PAR
                   IF WS-PR-FUNDET = "J"
                       AND PR-ANTAL(WS-PR-IX) + PR-ANTAL(WS-PR-JX)
                           >= WS-GENSIDIG-GRAENSE
                       PERFORM SKRIV-ET-PAR
                   END-IF
               END-IF
               ADD 1 TO WS-PR-IX
           END-PERFORM.
           IF WS-CTL-GENSIDIGE-PAR = ZEROES
               MOVE "  (ingen)" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.

           FIND-MODSAT-PAR.
           MOVE "N" TO WS-PR-FUNDET.
           MOVE 1 TO WS-PR-JX.
           PERFORM UNTIL WS-PR-JX > WS-PR-ANTAL
               OR WS-PR-FUNDET = "J"
               IF PR-INDSTILLER(WS-PR-JX) = PR-GODKENDER(WS-PR-IX)
                   AND PR-GODKENDER(WS-PR-JX) =
                       PR-INDSTILLER(WS-PR-IX)
                   MOVE "J" TO WS-PR-FUNDET
               ELSE
                   ADD 1 TO WS-PR-JX
               END-IF
           END-PERFORM.

      *    A is the operator whose changes B approved.
           SKRIV-ET-PAR.
           ADD 1 TO WS-CTL-GENSIDIGE-PAR.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE PR-INDSTILLER(WS-PR-IX) TO WS-RAPPORT-LINE(1:8).
           MOVE PR-GODKENDER(WS-PR-IX) TO WS-RAPPORT-LINE(10:8).
           MOVE PR-ANTAL(WS-PR-IX) TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(24:5).
           MOVE PR-ANTAL(WS-PR-JX) TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(35:5).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.

      *    Every maintenance and money movement by one operator on
      *    one customer within the window of each other, where the
      *    later of the two fell in the week.
           SKRIV-VEDL-OG-FLYTTET.
           MOVE SPACES TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE WS-VINDUE-DAGE TO WS-GRAENSE-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "VEDLIGEHOLDT OG FLYTTET PENGE INDEN FOR "
               WS-GRAENSE-ED " DAGE" DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE "OPERATOR" TO WS-RAPPORT-LINE(1:8).
           MOVE "KUNDE-ID" TO WS-RAPPORT-LINE(10:8).
           MOVE "VEDLIGEHOLDT" TO WS-RAPPORT-LINE(21:12).
           MOVE "FLYTTET" TO WS-RAPPORT-LINE(42:7).
           MOVE "DAGE" TO WS-RAPPORT-LINE(63:4).
           MOVE WS-RAPPORT-LINE TO RAPPORTLINE.
           WRITE RAPPORTLINE.
           MOVE 1 TO WS-EV-IX.
           PERFORM UNTIL WS-EV-IX > WS-EV-ANTAL
               IF EV-ART(WS-EV-IX) = "V"
                   PERFORM SAMMENHOLD-MED-FLYTNINGER
               END-IF
               ADD 1 TO WS-EV-IX
           END-PERFORM.
           IF WS-CTL-VEDL-OG-FLYTTET = ZEROES
               MOVE "  (ingen)" TO RAPPORTLINE
               WRITE RAPPORTLINE
           END-IF.

           SAMMENHOLD-MED-FLYTNINGER.
           MOVE 1 TO WS-EV-JX.
           PERFORM UNTIL WS-EV-JX > WS-EV-ANTAL
               IF EV-ART(WS-EV-JX) = "P"
                   AND EV-OPERATOER(WS-EV-JX) =
                       EV-OPERATOER(WS-EV-IX)
                   AND EV-KUNDE-ID(WS-EV-JX) =
                       EV-KUNDE-ID(WS-EV-IX)
                   IF EV-SERIEL(WS-EV-JX) > EV-SERIEL(WS-EV-IX)
                       COMPUTE WS-EV-AFSTAND =
                           EV-SERIEL(WS-EV-JX) - EV-SERIEL(WS-EV-IX)
                       MOVE EV-SERIEL(WS-EV-JX) TO WS-EV-SENESTE
                   ELSE
                       COMPUTE WS-EV-AFSTAND =
                           EV-SERIEL(WS-EV-IX) - EV-SERIEL(WS-EV-JX)
                       MOVE EV-SERIEL(WS-EV-IX) TO WS-EV-SENESTE
                   END-IF
                   IF WS-EV-AFSTAND <= WS-VINDUE-DAGE
                       AND WS-EV-SENESTE >= WS-START-SERIEL
                       PERFORM SKRIV-VEDL-FLYT-LINJE
                   END-IF
               END-IF
               ADD 1 TO WS-EV-JX
           END-PERFORM.

           SKRIV-VEDL-FLYT-LINJE.
           ADD 1 TO WS-CTL-VEDL-OG-FLYTTET.
           MOVE SPACES TO WS-RAPPORT-LINE.
           MOVE EV-OPERATOER(WS-EV-IX) TO WS-RAPPORT-LINE(1:8).
           MOVE EV-KUNDE-ID(WS-EV-IX) TO WS-RAPPORT-LINE(10:10).
           MOVE EV-DATO(WS-EV-IX) TO WS-RAPPORT-LINE(21:8).
           MOVE EV-KILDE(WS-EV-IX) TO WS-RAPPORT-LINE(30:10).
           MOVE EV-DATO(WS-EV-JX) TO WS-RAPPORT-LINE(42:8).
           MOVE EV-KILDE(WS-EV-JX) TO WS-RAPPORT-LINE(51:10).
           MOVE WS-EV-AFSTAND TO WS-ANTAL-ED.
           MOVE WS-ANTAL-ED TO WS-RAPPORT-LINE(63:5).
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
           DISPLAY "OPGAVE130 - KOERSELSOVERSIGT".
           DISPLAY "KUNDEAENDRINGER I UGEN:  " WS-CTL-AENDRINGER.
           DISPLAY "SATSAENDRINGER I UGEN:   " WS-CTL-SATSAENDRINGER.
           DISPLAY "HENVISNINGER I UGEN:     " WS-CTL-HENVISNINGER.
           DISPLAY "AFKLARINGER I UGEN:      " WS-CTL-AFKLARINGER.
           DISPLAY "MIDL. LIMITS I UGEN:     " WS-CTL-LIMITS.
           DISPLAY "  UDEN DATO:             "
               WS-CTL-LIMITS-UDATERET.
           DISPLAY "SALDOAENDRINGER I UGEN:  "
               WS-CTL-SALDOAENDRINGER.
           DISPLAY "  UDEN SIGN-ON:          " WS-CTL-UDEN-SIGNON.
           DISPLAY "SIGN-ONS INDLAEST:       " WS-CTL-SIGNONS.
           DISPLAY "SELVGODKENDELSER:        " WS-CTL-SELVGODKENDT.
           DISPLAY "GENSIDIGE PAR:           " WS-CTL-GENSIDIGE-PAR.
           DISPLAY "VEDLIGEHOLDT OG FLYTTET: "
               WS-CTL-VEDL-OG-FLYTTET.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE130: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           COMPUTE WS-STAT-LAEST =
               WS-CTL-AENDRINGER + WS-CTL-SATSAENDRINGER
               + WS-CTL-HENVISNINGER + WS-CTL-AFKLARINGER
               + WS-CTL-LIMITS + WS-CTL-SALDOAENDRINGER.
           COMPUTE WS-STAT-SKREVET =
               WS-CTL-SELVGODKENDT + WS-CTL-GENSIDIGE-PAR
               + WS-CTL-VEDL-OG-FLYTTET.
           MOVE WS-CTL-LIMITS-UDATERET TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
