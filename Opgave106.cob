           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE106.

      *    Year-end FATCA/CRS reporting extract, kept apart from the
      *    domestic Opgave34 renteindberetning. A customer is
      *    reportable when Skatteresidens.txt (SKATTERESIDENS.cpy,
      *    kept on the Opgave104 screen) holds an active country
      *    of residence other than "DK"; every account of that
      *    customer on KontoOpl.txt is a reportable account.
      *
      *    For each reportable account the run works out:
      *      - the year-end balance: the NY balance of the
      *        account's last history line dated in the reporting
      *        year, read across the Opgave73 archives
      *        (TransArkivYYYY.txt, the years off
      *        TransArkivManifest.txt) and then the live
      *        TransaktionsHistorik.txt, oldest first as Opgave74
      *        does; with no line in the year, the GAMMEL balance
      *        of its first later line; with neither, the balance
      *        on KontoOpl.txt, which has not moved since
      *      - the interest paid: the reporting year's lines on
      *        RenteIndberetningGrundlag.txt, account lines by
      *        KONTONUMMER and customer lines on the KONTONUMMER
      *        of the customer record
      *
      *    One record per account and reportable country goes to
      *    CrsIndberetning.txt, with a control list in
      *    CrsIndberetningKontrol.txt. An account closed during
      *    the year is reported with its closing flag; it must be
      *    run ahead of the Opgave22 year-end archival, which
      *    takes closed accounts off KontoOpl.txt.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SKATTERESIDENSFILE ASSIGN TO "Skatteresidens.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKR-NOEGLE OF SKATTERESIDENSREC
               FILE STATUS IS WS-SKR-STATUS.
           SELECT KONTOOPLFILE ASSIGN TO "KontoOpl.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KONTONUMMER OF KONTOOPLREC
               FILE STATUS IS WS-KOF-STATUS.
      *    Only ever looked up one customer at a time by KUNDE-ID.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT RENTEGRUNDLAGFILE
               ASSIGN TO "RenteIndberetningGrundlag.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGL-STATUS.
           SELECT MANIFESTFILE ASSIGN TO "TransArkivManifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT KILDEFILE ASSIGN TO WS-KILDE-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIL-STATUS.
           SELECT CRSINDBERETNINGOUT
               ASSIGN TO "CrsIndberetning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRS-STATUS.
           SELECT KONTROLLISTEOUT
               ASSIGN TO "CrsIndberetningKontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD SKATTERESIDENSFILE.
           01 SKATTERESIDENSREC.
               COPY "SKATTERESIDENS.cpy".

           FD KONTOOPLFILE.
           01 KONTOOPLREC.
               COPY "KONTOOPL.cpy".

           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD RENTEGRUNDLAGFILE.
           01 RENTEGRUNDLAGREC.
               COPY "RENTEGRUNDLAG.cpy".

           FD MANIFESTFILE.
           01 MANIFESTREC.
               02 MAN-AAR                  PIC 9(4).
               02 MAN-ANTAL                PIC 9(7).
               02 MAN-SUM                  PIC 9(11)V99.
               02 MAN-DATO                 PIC 9(8).

           FD KILDEFILE.
           01 KILDELINE                    PIC X(171).

      *    One reportable account for one country of residence:
      *    year, country and TIN, holder, account, currency,
      *    year-end balance and interest paid in the account's
      *    currency, and "L" when the account was closed.
           FD CRSINDBERETNINGOUT.
           01 CRSINDBERETNINGREC.
               02 CRX-AAR                  PIC 9(4).
               02 CRX-LAND                 PIC X(2).
               02 CRX-TIN                  PIC X(20).
               02 CRX-KUNDE-ID             PIC X(10).
               02 CRX-KONTONUMMER          PIC X(20).
               02 CRX-VALUTAKODE           PIC X(3).
               02 CRX-SALDO                PIC 9(9)V99.
               02 CRX-RENTE                PIC 9(9)V99.
               02 CRX-LUKKET               PIC X(1).

           FD KONTROLLISTEOUT.
           01 KONTROLLISTELINE             PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-SKR-STATUS                PIC X(2).
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-RGL-STATUS                PIC X(2).
           01 WS-MAN-STATUS                PIC X(2).
           01 WS-KIL-STATUS                PIC X(2).
           01 WS-CRS-STATUS                PIC X(2).
           01 WS-KTL-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-KILDE              PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-RESIDENS           PIC 9(1) VALUE ZEROES.

           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-DAGS-DATO-X REDEFINES WS-DAGS-DATO.
               02 WS-DAGS-AAR              PIC 9(4).
               02 WS-DAGS-MDDAG            PIC 9(4).
           01 WS-RAPPORT-AAR               PIC 9(4) VALUE ZEROES.
      *    The extract is assembled at year-end or in January, so
      *    the year is asked for - blank defaults to the current.
           01 WS-VALGT-AAR                 PIC X(4) VALUE SPACES.
           01 WS-GRUNDLAG-AAR              PIC 9(4) VALUE ZEROES.
           01 WS-LINJE-AAR-X               PIC X(4) VALUE SPACES.
           01 WS-LINJE-AAR REDEFINES WS-LINJE-AAR-X
                                           PIC 9(4).

      *    Skatteresidens.txt does not exist until the first
      *    self-certification is keyed; then nobody is reportable.
           01 WS-RESIDENSFIL-AABEN         PIC X(1) VALUE "N".
           01 WS-RESIDENS-SWITCH           PIC X(1) VALUE "N".
              88 WS-ER-INDBERETNINGSPLIGTIG VALUE "Y".
           01 WS-SOEG-KUNDE-ID             PIC X(10) VALUE SPACES.
           01 WS-SKRIV-LINJER              PIC X(1) VALUE "N".

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

      *    The reportable accounts, in KontoOpl.txt key order.
      *    KT-I-AAR is set by a history line dated in the year,
      *    KT-EFTER by the first line dated after it.
           01 WS-KONTO-ANTAL               PIC 9(4) VALUE ZEROES.
           01 WS-KONTO-TABEL.
               02 WS-KONTO-POST OCCURS 2000 TIMES.
                   03 KT-KONTONUMMER       PIC X(20).
                   03 KT-KUNDE-ID          PIC X(10).
                   03 KT-VALUTAKODE        PIC X(3).
                   03 KT-KONTOSTATUS       PIC X(1).
                   03 KT-BALANCE           PIC 9(7)V99.
                   03 KT-I-AAR             PIC X(1).
                   03 KT-AAR-SALDO         PIC 9(7)V99.
                   03 KT-EFTER             PIC X(1).
                   03 KT-EFTER-SALDO       PIC 9(7)V99.
                   03 KT-RENTE             PIC S9(9)V99.
           01 WS-KONTO-IX                  PIC 9(4) VALUE ZEROES.
           01 WS-KONTO-MATCH               PIC X(1) VALUE "N".
           01 WS-SOEG-KONTONUMMER          PIC X(20) VALUE SPACES.

      *    The archive years off the manifest, replayed oldest
      *    first exactly as Opgave74 replays them.
           01 WS-KILDE-NAVN                PIC X(25) VALUE SPACES.
           01 WS-AAR-ANTAL                 PIC 9(2) VALUE ZEROES.
           01 WS-AAR-TABEL.
               02 WS-AAR-POST OCCURS 20 TIMES
                                           PIC 9(4).
           01 WS-AAR-IX                    PIC 9(2) VALUE ZEROES.
           01 WS-AAR-JX                    PIC 9(2) VALUE ZEROES.
           01 WS-AAR-BYT                   PIC 9(4) VALUE ZEROES.
           01 WS-AAR-KENDT                 PIC X(1) VALUE "N".

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".

           01 WS-SALDO                     PIC 9(7)V99 VALUE ZEROES.
           01 WS-SALDO-ED                  PIC Z(8)9.99 VALUE ZEROES.
           01 WS-RENTE-ED                  PIC -(8)9.99 VALUE ZEROES.
           01 WS-FULDENAVN                 PIC X(41) VALUE SPACES.
           01 WS-RAPPORT-LINE              PIC X(120) VALUE SPACES.

           01 WS-CTL-KONTI-LAEST           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-KONTI-PLIGTIGE        PIC 9(5) VALUE ZEROES.
           01 WS-CTL-HISTORIK-LAEST        PIC 9(9) VALUE ZEROES.
           01 WS-CTL-GRUNDLAG-I-AAR        PIC 9(7) VALUE ZEROES.
           01 WS-CTL-UKENDT-RENTE          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-POSTER-SKREVET        PIC 9(7) VALUE ZEROES.
           01 WS-CTL-TOTAL-SALDO           PIC 9(11)V99 VALUE ZEROES.
           01 WS-CTL-TOTAL-RENTE           PIC S9(11)V99 VALUE ZEROES.
           01 WS-CTL-TOTAL-SALDO-ED        PIC Z(10)9.99 VALUE ZEROES.
           01 WS-CTL-TOTAL-RENTE-ED        PIC -(10)9.99 VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV106".
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
           PERFORM DAN-CRS-INDBERETNING.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           DAN-CRS-INDBERETNING.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           DISPLAY "INDBERETNINGSAAR (YYYY, blank = i aar): "
               WITH NO ADVANCING.
           ACCEPT WS-VALGT-AAR.
           IF WS-VALGT-AAR = SPACES
               MOVE WS-DAGS-AAR TO WS-RAPPORT-AAR
           ELSE
               MOVE WS-VALGT-AAR TO WS-RAPPORT-AAR
           END-IF.

           OPEN INPUT SKATTERESIDENSFILE.
           IF WS-SKR-STATUS = "00"
               MOVE "Y" TO WS-RESIDENSFIL-AABEN
           ELSE
               DISPLAY "ADVARSEL: Skatteresidens.txt ikke fundet, "
                   "ingen indberetningspligtige kunder"
           END-IF.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.

           PERFORM INDLAES-PLIGTIGE-KONTI.
           PERFORM INDLAES-ARKIVAAR.
           PERFORM SORTER-ARKIVAAR.
           MOVE 1 TO WS-AAR-IX.
           PERFORM GENNEMGAA-ET-ARKIV
               UNTIL WS-AAR-IX > WS-AAR-ANTAL.
           MOVE "TransaktionsHistorik.txt" TO WS-KILDE-NAVN.
           PERFORM GENNEMGAA-KILDEN.
           PERFORM INDLAES-AARETS-RENTE.
           PERFORM SKRIV-INDBERETNING.

           IF WS-RESIDENSFIL-AABEN = "Y"
               CLOSE SKATTERESIDENSFILE
           END-IF.
           CLOSE KUNDEOPLFILE.
           PERFORM SKRIV-KOERSELSOVERSIGT.

      *    One pass over the account master; an account is kept
      *    when its owner is resident abroad.
           INDLAES-PLIGTIGE-KONTI.
           OPEN INPUT KONTOOPLFILE.
           IF WS-KOF-STATUS NOT = "00"
               STRING "Open KontoOpl.txt failed, status "
                   WS-KOF-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KONTOOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-KONTI-LAEST
                       MOVE KUNDE-ID IN KONTOOPLREC
                           TO WS-SOEG-KUNDE-ID
                       MOVE "N" TO WS-SKRIV-LINJER
                       PERFORM GENNEMGAA-RESIDENSER
                       IF WS-ER-INDBERETNINGSPLIGTIG
                           PERFORM NOTER-PLIGTIG-KONTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KONTOOPLFILE.

      *    A partial extract is a wrong extract - rather stop and
      *    have the table widened.
           NOTER-PLIGTIG-KONTO.
           IF WS-KONTO-ANTAL >= 2000
               MOVE "Mere end 2000 indberetningspligtige konti"
                   TO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-KONTO-ANTAL.
           MOVE KONTONUMMER IN KONTOOPLREC
               TO KT-KONTONUMMER(WS-KONTO-ANTAL).
           MOVE KUNDE-ID IN KONTOOPLREC
               TO KT-KUNDE-ID(WS-KONTO-ANTAL).
           IF VALUTAKODE IN KONTOOPLREC = SPACES
               MOVE "DKK" TO KT-VALUTAKODE(WS-KONTO-ANTAL)
           ELSE
               MOVE VALUTAKODE IN KONTOOPLREC
                   TO KT-VALUTAKODE(WS-KONTO-ANTAL)
           END-IF.
           MOVE KONTOSTATUS IN KONTOOPLREC
               TO KT-KONTOSTATUS(WS-KONTO-ANTAL).
           MOVE BALANCE IN KONTOOPLREC
               TO KT-BALANCE(WS-KONTO-ANTAL).
           MOVE "N" TO KT-I-AAR(WS-KONTO-ANTAL).
           MOVE ZEROES TO KT-AAR-SALDO(WS-KONTO-ANTAL).
           MOVE "N" TO KT-EFTER(WS-KONTO-ANTAL).
           MOVE ZEROES TO KT-EFTER-SALDO(WS-KONTO-ANTAL).
           MOVE ZEROES TO KT-RENTE(WS-KONTO-ANTAL).
           ADD 1 TO WS-CTL-KONTI-PLIGTIGE.

      *    The customer's active countries of residence. Sets the
      *    switch when any of them is not "DK"; with WS-SKRIV-LINJER
      *    "Y" it also writes the account's record for each one.
           GENNEMGAA-RESIDENSER.
           MOVE "N" TO WS-RESIDENS-SWITCH.
           MOVE ZEROES TO WS-END-OF-RESIDENS.
           IF WS-RESIDENSFIL-AABEN = "N"
               MOVE 1 TO WS-END-OF-RESIDENS
           ELSE
               MOVE WS-SOEG-KUNDE-ID TO SKR-KUNDE-ID
               MOVE SPACES TO SKR-LAND
               START SKATTERESIDENSFILE
                   KEY IS >= SKR-NOEGLE OF SKATTERESIDENSREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-RESIDENS
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-RESIDENS = 1
               READ SKATTERESIDENSFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-RESIDENS
                   NOT AT END
                       IF SKR-KUNDE-ID NOT = WS-SOEG-KUNDE-ID
                           MOVE 1 TO WS-END-OF-RESIDENS
                       ELSE
                           IF SKR-ER-AKTIV AND SKR-LAND NOT = "DK"
                               MOVE "Y" TO WS-RESIDENS-SWITCH
                               IF WS-SKRIV-LINJER = "Y"
                                   PERFORM SKRIV-CRS-POST
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Each year once, however many manifest rows it has - a
      *    re-archived year must not replay its file twice.
           INDLAES-ARKIVAAR.
           MOVE ZEROES TO WS-AAR-ANTAL.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT MANIFESTFILE.
           IF WS-MAN-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ MANIFESTFILE INTO MANIFESTREC
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM NOTER-ARKIVAAR
                   END-READ
               END-PERFORM
               CLOSE MANIFESTFILE
           END-IF.

      *    Years before the reporting year can hold neither the
      *    year-end balance nor a later line, so they are skipped.
           NOTER-ARKIVAAR.
           MOVE "N" TO WS-AAR-KENDT.
           MOVE 1 TO WS-AAR-IX.
           PERFORM UNTIL WS-AAR-KENDT = "Y"
               OR WS-AAR-IX > WS-AAR-ANTAL
               IF WS-AAR-POST(WS-AAR-IX) = MAN-AAR
                   MOVE "Y" TO WS-AAR-KENDT
               ELSE
                   ADD 1 TO WS-AAR-IX
               END-IF
           END-PERFORM.
           IF WS-AAR-KENDT = "N"
               AND MAN-AAR >= WS-RAPPORT-AAR
               AND WS-AAR-ANTAL < 20
               ADD 1 TO WS-AAR-ANTAL
               MOVE MAN-AAR TO WS-AAR-POST(WS-AAR-ANTAL)
           END-IF.

           SORTER-ARKIVAAR.
           MOVE 1 TO WS-AAR-IX.
           PERFORM UNTIL WS-AAR-IX >= WS-AAR-ANTAL
               COMPUTE WS-AAR-JX = WS-AAR-IX + 1
               PERFORM UNTIL WS-AAR-JX > WS-AAR-ANTAL
                   IF WS-AAR-POST(WS-AAR-JX) <
                       WS-AAR-POST(WS-AAR-IX)
                       MOVE WS-AAR-POST(WS-AAR-IX) TO WS-AAR-BYT
                       MOVE WS-AAR-POST(WS-AAR-JX)
                           TO WS-AAR-POST(WS-AAR-IX)
                       MOVE WS-AAR-BYT TO WS-AAR-POST(WS-AAR-JX)
                   END-IF
                   ADD 1 TO WS-AAR-JX
               END-PERFORM
               ADD 1 TO WS-AAR-IX
           END-PERFORM.

           GENNEMGAA-ET-ARKIV.
           MOVE SPACES TO WS-KILDE-NAVN.
           STRING "TransArkiv" WS-AAR-POST(WS-AAR-IX) ".txt"
               DELIMITED BY SIZE INTO WS-KILDE-NAVN.
           PERFORM GENNEMGAA-KILDEN.
           ADD 1 TO WS-AAR-IX.

      *    One source file - an archive year or the live file.
           GENNEMGAA-KILDEN.
           MOVE ZEROES TO WS-END-OF-KILDE.
           OPEN INPUT KILDEFILE.
           IF WS-KIL-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-KILDE
           END-IF.
           PERFORM UNTIL WS-END-OF-KILDE = 1
               READ KILDEFILE INTO WS-HISTORIK-REC
                   AT END
                       MOVE 1 TO WS-END-OF-KILDE
                   NOT AT END
                       ADD 1 TO WS-CTL-HISTORIK-LAEST
                       PERFORM BEHANDL-HISTORIKLINJE
               END-READ
           END-PERFORM.
           IF WS-KIL-STATUS NOT = "35"
               CLOSE KILDEFILE
           END-IF.

      *    The line's year off the edited YY/MM/DD date,
      *    century-2000 assumed as everywhere else.
           BEHANDL-HISTORIKLINJE.
           MOVE SPACES TO WS-LINJE-AAR-X.
           STRING "20" TH-DATO(1:2)
               DELIMITED BY SIZE INTO WS-LINJE-AAR-X.
           IF WS-LINJE-AAR-X IS NUMERIC
               AND WS-LINJE-AAR >= WS-RAPPORT-AAR
               MOVE TH-KONTONUMMER TO WS-SOEG-KONTONUMMER
               PERFORM FIND-KONTO
               IF WS-KONTO-MATCH = "Y"
                   PERFORM NOTER-SALDO
               END-IF
           END-IF.

           NOTER-SALDO.
           IF WS-LINJE-AAR = WS-RAPPORT-AAR
               MOVE "Y" TO KT-I-AAR(WS-KONTO-IX)
               MOVE TH-NY-BALANCE TO KT-AAR-SALDO(WS-KONTO-IX)
           ELSE
               IF KT-EFTER(WS-KONTO-IX) = "N"
                   MOVE "Y" TO KT-EFTER(WS-KONTO-IX)
                   MOVE TH-GAMMEL-BALANCE
                       TO KT-EFTER-SALDO(WS-KONTO-IX)
               END-IF
           END-IF.

           FIND-KONTO.
           MOVE "N" TO WS-KONTO-MATCH.
           MOVE 1 TO WS-KONTO-IX.
           PERFORM UNTIL WS-KONTO-MATCH = "Y"
               OR WS-KONTO-IX > WS-KONTO-ANTAL
               IF KT-KONTONUMMER(WS-KONTO-IX) = WS-SOEG-KONTONUMMER
                   MOVE "Y" TO WS-KONTO-MATCH
               ELSE
                   ADD 1 TO WS-KONTO-IX
               END-IF
           END-PERFORM.

      *    Customer-sourced lines carry the KUNDE-ID; the interest
      *    was paid on the account named on the customer record.
           INDLAES-AARETS-RENTE.
           MOVE ZEROES TO WS-END-OF-FILE.
           OPEN INPUT RENTEGRUNDLAGFILE.
           IF WS-RGL-STATUS NOT = "00"
               DISPLAY "ADVARSEL: RenteIndberetningGrundlag.txt "
                   "ikke fundet, ingen rente indberettet"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ RENTEGRUNDLAGFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RIB-DATO(1:4) TO WS-GRUNDLAG-AAR
                           IF WS-GRUNDLAG-AAR = WS-RAPPORT-AAR
                               ADD 1 TO WS-CTL-GRUNDLAG-I-AAR
                               PERFORM NOTER-RENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTEGRUNDLAGFILE
           END-IF.

           NOTER-RENTE.
           IF RIB-FRA-KUNDE
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE RIB-NOEGLE(1:10) TO KUNDE-ID IN KUNDEOPLREC
               READ KUNDEOPLFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               IF WS-RECORD-FUNDET
                   MOVE KONTONUMMER IN KUNDEOPLREC
                       TO WS-SOEG-KONTONUMMER
               ELSE
                   MOVE SPACES TO WS-SOEG-KONTONUMMER
               END-IF
           ELSE
               MOVE RIB-NOEGLE TO WS-SOEG-KONTONUMMER
           END-IF.
           PERFORM FIND-KONTO.
           IF WS-KONTO-MATCH = "Y"
               ADD RIB-BELOB TO KT-RENTE(WS-KONTO-IX)
           ELSE
               IF RIB-FRA-KUNDE AND NOT WS-RECORD-FUNDET
                   ADD 1 TO WS-CTL-UKENDT-RENTE
                   DISPLAY "ADVARSEL: KUNDE-ID " RIB-NOEGLE(1:10)
                       " i grundlaget findes ikke, linje udeladt"
               END-IF
           END-IF.

           SKRIV-INDBERETNING.
           OPEN OUTPUT CRSINDBERETNINGOUT.
           IF WS-CRS-STATUS NOT = "00"
               STRING "Open CrsIndberetning.txt failed, status "
                   WS-CRS-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT KONTROLLISTEOUT.
           IF WS-KTL-STATUS NOT = "00"
               STRING "Open CrsIndberetningKontrol.txt failed, "
                   "status " WS-KTL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-KONTROL-HEADING.
           MOVE 1 TO WS-KONTO-IX.
           PERFORM SKRIV-EN-KONTO
               UNTIL WS-KONTO-IX > WS-KONTO-ANTAL.
           CLOSE CRSINDBERETNINGOUT.
           PERFORM SKRIV-KONTROL-TOTAL.
           CLOSE KONTROLLISTEOUT.

      *    A closed account with neither a line nor interest in the
      *    year was closed before it and has nothing to report.
           SKRIV-EN-KONTO.
           IF KT-KONTOSTATUS(WS-KONTO-IX) NOT = "L"
               OR KT-I-AAR(WS-KONTO-IX) = "Y"
               OR KT-RENTE(WS-KONTO-IX) NOT = ZEROES
               EVALUATE TRUE
                   WHEN KT-I-AAR(WS-KONTO-IX) = "Y"
                       MOVE KT-AAR-SALDO(WS-KONTO-IX) TO WS-SALDO
                   WHEN KT-EFTER(WS-KONTO-IX) = "Y"
                       MOVE KT-EFTER-SALDO(WS-KONTO-IX) TO WS-SALDO
                   WHEN OTHER
                       MOVE KT-BALANCE(WS-KONTO-IX) TO WS-SALDO
               END-EVALUATE
      *        A closed account is reported at zero with the flag.
               IF KT-KONTOSTATUS(WS-KONTO-IX) = "L"
                   MOVE ZEROES TO WS-SALDO
               END-IF
               PERFORM HENT-KUNDENAVN
               MOVE KT-KUNDE-ID(WS-KONTO-IX) TO WS-SOEG-KUNDE-ID
               MOVE "Y" TO WS-SKRIV-LINJER
               PERFORM GENNEMGAA-RESIDENSER
           END-IF.
           ADD 1 TO WS-KONTO-IX.

           HENT-KUNDENAVN.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE KT-KUNDE-ID(WS-KONTO-IX) TO KUNDE-ID IN KUNDEOPLREC.
           READ KUNDEOPLFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           MOVE SPACES TO WS-FULDENAVN.
           IF WS-RECORD-FUNDET
               STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EFTERNAVN IN KUNDEOPLREC DELIMITED BY SIZE
                   INTO WS-FULDENAVN
           ELSE
               MOVE "(UKENDT KUNDE)" TO WS-FULDENAVN
           END-IF.

           SKRIV-CRS-POST.
           MOVE WS-RAPPORT-AAR TO CRX-AAR.
           MOVE SKR-LAND TO CRX-LAND.
           MOVE SKR-TIN TO CRX-TIN.
           MOVE KT-KUNDE-ID(WS-KONTO-IX) TO CRX-KUNDE-ID.
           MOVE KT-KONTONUMMER(WS-KONTO-IX) TO CRX-KONTONUMMER.
           MOVE KT-VALUTAKODE(WS-KONTO-IX) TO CRX-VALUTAKODE.
           MOVE WS-SALDO TO CRX-SALDO.
           MOVE KT-RENTE(WS-KONTO-IX) TO CRX-RENTE.
           IF KT-KONTOSTATUS(WS-KONTO-IX) = "L"
               MOVE "L" TO CRX-LUKKET
           ELSE
               MOVE SPACE TO CRX-LUKKET
           END-IF.
           WRITE CRSINDBERETNINGREC.
           ADD 1 TO WS-CTL-POSTER-SKREVET.
           ADD WS-SALDO TO WS-CTL-TOTAL-SALDO.
           ADD KT-RENTE(WS-KONTO-IX) TO WS-CTL-TOTAL-RENTE.
           PERFORM SKRIV-KONTROL-LINJE.

           SKRIV-KONTROL-HEADING.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "FATCA/CRS INDBERETNING KONTROLLISTE - AAR "
               WS-RAPPORT-AAR
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLISTELINE.
           WRITE KONTROLLISTELINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "LA KUNDE-ID   NAVN                 "
               "KONTONUMMER          VAL        SALDO"
               "         RENTE L"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLISTELINE.
           WRITE KONTROLLISTELINE.

           SKRIV-KONTROL-LINJE.
           MOVE WS-SALDO TO WS-SALDO-ED.
           MOVE KT-RENTE(WS-KONTO-IX) TO WS-RENTE-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING CRX-LAND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CRX-KUNDE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FULDENAVN(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CRX-KONTONUMMER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CRX-VALUTAKODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RENTE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CRX-LUKKET DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLISTELINE.
           WRITE KONTROLLISTELINE.

           SKRIV-KONTROL-TOTAL.
           MOVE WS-CTL-TOTAL-SALDO TO WS-CTL-TOTAL-SALDO-ED.
           MOVE WS-CTL-TOTAL-RENTE TO WS-CTL-TOTAL-RENTE-ED.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "POSTER: " DELIMITED BY SIZE
               WS-CTL-POSTER-SKREVET DELIMITED BY SIZE
               "   SALDO I ALT: " DELIMITED BY SIZE
               WS-CTL-TOTAL-SALDO-ED DELIMITED BY SIZE
               "   RENTE I ALT: " DELIMITED BY SIZE
               WS-CTL-TOTAL-RENTE-ED DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO KONTROLLISTELINE.
           WRITE KONTROLLISTELINE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE106 - KOERSELSOVERSIGT".
           DISPLAY "KONTI LAEST:             " WS-CTL-KONTI-LAEST.
           DISPLAY "INDBERETNINGSPLIGTIGE:   " WS-CTL-KONTI-PLIGTIGE.
           DISPLAY "HISTORIKLINJER LAEST:    " WS-CTL-HISTORIK-LAEST.
           DISPLAY "RENTELINJER I AARET:     " WS-CTL-GRUNDLAG-I-AAR.
           DISPLAY "UKENDT KUNDE I GRUNDLAG: " WS-CTL-UKENDT-RENTE.
           DISPLAY "POSTER SKREVET:          " WS-CTL-POSTER-SKREVET.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE106: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KONTI-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-POSTER-SKREVET TO WS-STAT-SKREVET.
           MOVE WS-CTL-UKENDT-RENTE TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
