           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPGAVE105.

      *    Nightly FATCA/CRS indicia check. Walks
      *    Kundeoplysninger.txt and looks at the two foreign
      *    indicia the customer master carries: an address whose
      *    LANDE-KODE is not "DK", and a phone whose
      *    TELEFON-LANDEKODE is not the Danish 0045/+45. A
      *    customer showing either, who has no active
      *    self-certification line on Skatteresidens.txt
      *    (SKATTERESIDENS.cpy, kept on the Opgave104 screen), is
      *    written to SkatteIndicia.txt for the branch to obtain
      *    one. Blank country or phone code is read as Danish, the
      *    same tolerance the rest of the customer master gets.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KUNDEOPLFILE ASSIGN TO "Kundeoplysninger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KUNDE-ID OF KUNDEOPLREC
               FILE STATUS IS WS-KOI-STATUS.
           SELECT SKATTERESIDENSFILE ASSIGN TO "Skatteresidens.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SKR-NOEGLE OF SKATTERESIDENSREC
               FILE STATUS IS WS-SKR-STATUS.
           SELECT INDICIALISTEOUT ASSIGN TO "SkatteIndicia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KUNDEOPLFILE.
           01 KUNDEOPLREC.
               COPY "KUNDEOPL.cpy".

           FD SKATTERESIDENSFILE.
           01 SKATTERESIDENSREC.
               COPY "SKATTERESIDENS.cpy".

           FD INDICIALISTEOUT.
           01 INDICIALISTELINE             PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-KOI-STATUS                PIC X(2).
           01 WS-SKR-STATUS                PIC X(2).
           01 WS-IDL-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.
           01 WS-END-OF-RESIDENS           PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.

      *    Skatteresidens.txt does not exist until the first
      *    self-certification is keyed; then nobody has one.
           01 WS-RESIDENSFIL-AABEN         PIC X(1) VALUE "N".

           01 WS-ADRESSE-INDICIUM          PIC X(1) VALUE "N".
           01 WS-TELEFON-INDICIUM          PIC X(1) VALUE "N".
           01 WS-CERT-SWITCH               PIC X(1) VALUE "N".
              88 WS-HAR-SELVCERT           VALUE "Y".
           01 WS-INDICIUM-TEKST            PIC X(16) VALUE SPACES.

           01 WS-RAPPORT-LINE              PIC X(100) VALUE SPACES.

           01 WS-CTL-KUNDER-LAEST          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-MED-INDICIA           PIC 9(7) VALUE ZEROES.
           01 WS-CTL-CERTIFICERET          PIC 9(7) VALUE ZEROES.
           01 WS-CTL-MANGLER               PIC 9(7) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                                           VALUE "OPGAV105".
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
           PERFORM KONTROLLER-INDICIA.
           PERFORM SKRIV-DRIFTSSTATISTIK.
           STOP RUN.

           KONTROLLER-INDICIA.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           OPEN INPUT KUNDEOPLFILE.
           IF WS-KOI-STATUS NOT = "00"
               STRING "Open Kundeoplysninger.txt failed, status "
                   WS-KOI-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT SKATTERESIDENSFILE.
           IF WS-SKR-STATUS = "00"
               MOVE "Y" TO WS-RESIDENSFIL-AABEN
           END-IF.
           OPEN OUTPUT INDICIALISTEOUT.
           IF WS-IDL-STATUS NOT = "00"
               STRING "Open SkatteIndicia.txt failed, status "
                   WS-IDL-STATUS DELIMITED BY SIZE
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           PERFORM SKRIV-INDICIA-HEADING.

           PERFORM UNTIL WS-END-OF-FILE = 1
               READ KUNDEOPLFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CTL-KUNDER-LAEST
                       PERFORM KONTROLLER-EN-KUNDE
               END-READ
           END-PERFORM.

           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "UDEN SELVCERTIFICERING I ALT: " WS-CTL-MANGLER
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO INDICIALISTELINE.
           WRITE INDICIALISTELINE.

           CLOSE KUNDEOPLFILE.
           IF WS-RESIDENSFIL-AABEN = "Y"
               CLOSE SKATTERESIDENSFILE
           END-IF.
           CLOSE INDICIALISTEOUT.
           PERFORM SKRIV-KOERSELSOVERSIGT.

           KONTROLLER-EN-KUNDE.
           MOVE "N" TO WS-ADRESSE-INDICIUM.
           MOVE "N" TO WS-TELEFON-INDICIUM.
           IF LANDE-KODE IN KUNDEOPLREC NOT = "DK"
               AND LANDE-KODE IN KUNDEOPLREC NOT = SPACES
               MOVE "Y" TO WS-ADRESSE-INDICIUM
           END-IF.
           IF TELEFON-LANDEKODE IN KUNDEOPLREC NOT = SPACES
               AND TELEFON-LANDEKODE IN KUNDEOPLREC NOT = "0045"
               AND TELEFON-LANDEKODE IN KUNDEOPLREC NOT = "+45 "
               AND TELEFON-LANDEKODE IN KUNDEOPLREC NOT = "45  "
               MOVE "Y" TO WS-TELEFON-INDICIUM
           END-IF.
           IF WS-ADRESSE-INDICIUM = "Y" OR WS-TELEFON-INDICIUM = "Y"
               ADD 1 TO WS-CTL-MED-INDICIA
               PERFORM FIND-SELVCERTIFICERING
               IF WS-HAR-SELVCERT
                   ADD 1 TO WS-CTL-CERTIFICERET
               ELSE
                   PERFORM SKRIV-INDICIA-LINJE
               END-IF
           END-IF.

      *    Any active country line will do - the customer has
      *    answered; whether the answer fits the indicia is the
      *    branch's judgement when it takes the certification.
           FIND-SELVCERTIFICERING.
           MOVE "N" TO WS-CERT-SWITCH.
           MOVE ZEROES TO WS-END-OF-RESIDENS.
           IF WS-RESIDENSFIL-AABEN = "N"
               MOVE 1 TO WS-END-OF-RESIDENS
           ELSE
               MOVE KUNDE-ID IN KUNDEOPLREC TO SKR-KUNDE-ID
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
                       IF SKR-KUNDE-ID NOT = KUNDE-ID IN KUNDEOPLREC
                           MOVE 1 TO WS-END-OF-RESIDENS
                       ELSE
                           IF SKR-ER-AKTIV
                               MOVE "Y" TO WS-CERT-SWITCH
                               MOVE 1 TO WS-END-OF-RESIDENS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           SKRIV-INDICIA-HEADING.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "FATCA/CRS INDICIA UDEN SELVCERTIFICERING - "
               WS-DAGS-DATO
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO INDICIALISTELINE.
           WRITE INDICIALISTELINE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING "KUNDE-ID   NAVN                           "
               "LAND TLF  INDICIUM"
               DELIMITED BY SIZE INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO INDICIALISTELINE.
           WRITE INDICIALISTELINE.

           SKRIV-INDICIA-LINJE.
           ADD 1 TO WS-CTL-MANGLER.
           EVALUATE TRUE
               WHEN WS-ADRESSE-INDICIUM = "Y"
                   AND WS-TELEFON-INDICIUM = "Y"
                   MOVE "ADRESSE+TELEFON" TO WS-INDICIUM-TEKST
               WHEN WS-ADRESSE-INDICIUM = "Y"
                   MOVE "ADRESSE" TO WS-INDICIUM-TEKST
               WHEN OTHER
                   MOVE "TELEFON" TO WS-INDICIUM-TEKST
           END-EVALUATE.
           MOVE SPACES TO WS-RAPPORT-LINE.
           STRING KUNDE-ID IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EFTERNAVN IN KUNDEOPLREC(1:10) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LANDE-KODE IN KUNDEOPLREC DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TELEFON-LANDEKODE IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-INDICIUM-TEKST DELIMITED BY SIZE
               INTO WS-RAPPORT-LINE.
           MOVE WS-RAPPORT-LINE TO INDICIALISTELINE.
           WRITE INDICIALISTELINE.

           SKRIV-KOERSELSOVERSIGT.
           DISPLAY "----------------------------------------".
           DISPLAY "OPGAVE105 - KOERSELSOVERSIGT".
           DISPLAY "KUNDER LAEST:            " WS-CTL-KUNDER-LAEST.
           DISPLAY "MED UDENLANDSK INDICIUM: " WS-CTL-MED-INDICIA.
           DISPLAY "HAR SELVCERTIFICERING:   " WS-CTL-CERTIFICERET.
           DISPLAY "UDEN SELVCERTIFICERING:  " WS-CTL-MANGLER.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
           DISPLAY "OPGAVE105: " WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    One standard statistics record for the morning
      *    operations page, appended to the central run log.
           SKRIV-DRIFTSSTATISTIK.
           ACCEPT WS-STAT-DATO FROM DATE YYYYMMDD.
           MOVE WS-CTL-KUNDER-LAEST TO WS-STAT-LAEST.
           MOVE WS-CTL-MANGLER TO WS-STAT-SKREVET.
           MOVE ZEROES TO WS-STAT-AFVIST.
           CALL "KOERSELSSTATISTIK" USING WS-STAT-PROGRAM
               WS-STAT-DATO
               WS-STAT-LAEST WS-STAT-SKREVET WS-STAT-AFVIST
               WS-STAT-START-TID WS-STAT-STATUS
               WS-STAT-RESULT.
