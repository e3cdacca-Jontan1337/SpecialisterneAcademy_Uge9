           IDENTIFICATION DIVISION.
           PROGRAM-ID. NEMKONTOOPHOER.

      *    Cancels NemKonto designations on NemKonto.txt (layout
      *    NEMKONTO.cpy) when the designated account or its owner
      *    goes away - called with a KUNDE-ID on death (Opgave42),
      *    erasure (Opgave41) and the customer's own wish (Opgave98),
      *    or with a KONTONUMMER on closure (Opgave96). The customer
      *    is found through the CPR number on KundeCpr.txt, the
      *    account through the alternate key. A cancelled
      *    designation waits for the Opgave99 report to the
      *    registry, unless the registry never heard of it.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT NEMKONTOFILE ASSIGN TO "NemKonto.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NKT-CPR OF NEMKONTOREC
               ALTERNATE RECORD KEY IS NKT-KONTONUMMER OF NEMKONTOREC
                   WITH DUPLICATES
               FILE STATUS IS WS-NKT-STATUS.
           SELECT KUNDECPRFILE ASSIGN TO "KundeCpr.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD NEMKONTOFILE.
           01 NEMKONTOREC.
               COPY "NEMKONTO.cpy".

           FD KUNDECPRFILE.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           WORKING-STORAGE SECTION.
           01 WS-NKT-STATUS              PIC X(2).
           01 WS-CPR-STATUS              PIC X(2).
           01 END-OF-FILE-NKT            PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO               PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
      *    Either the customer or the account; the other is spaces.
           01 LS-KUNDE-ID                PIC X(10).
           01 LS-KONTONUMMER             PIC X(20).
      *    K the customer's wish, L closed, D death, S erasure.
           01 LS-AARSAG                  PIC X(1).
           01 LS-OPERATOER               PIC X(8).
      *    "M" a designation was cancelled, "N" none was active.
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KUNDE-ID LS-KONTONUMMER
               LS-AARSAG LS-OPERATOER LS-RESULT.
           MOVE "N" TO LS-RESULT.
           MOVE ZEROES TO END-OF-FILE-NKT.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.

           OPEN I-O NEMKONTOFILE.
           IF WS-NKT-STATUS = "00"
               IF LS-KUNDE-ID NOT = SPACES
                   PERFORM OPHOER-FOR-KUNDE
               ELSE
                   PERFORM OPHOER-FOR-KONTO
               END-IF
               CLOSE NEMKONTOFILE
           END-IF.

           EXIT PROGRAM.

           OPHOER-FOR-KUNDE.
           OPEN INPUT KUNDECPRFILE.
           IF WS-CPR-STATUS = "00"
               MOVE LS-KUNDE-ID TO CPR-KUNDE-ID
               READ KUNDECPRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPR-NUMMER TO NKT-CPR
                       READ NEMKONTOFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NKT-ER-AKTIV
                                   PERFORM OPHOER-UDPEGNING
                               END-IF
                       END-READ
               END-READ
               CLOSE KUNDECPRFILE
           END-IF.

           OPHOER-FOR-KONTO.
           MOVE LS-KONTONUMMER TO NKT-KONTONUMMER.
           START NEMKONTOFILE
               KEY IS = NKT-KONTONUMMER OF NEMKONTOREC
               INVALID KEY
                   MOVE 1 TO END-OF-FILE-NKT
           END-START.
           PERFORM UNTIL END-OF-FILE-NKT = 1
               READ NEMKONTOFILE NEXT RECORD
                   AT END
                       MOVE 1 TO END-OF-FILE-NKT
                   NOT AT END
                       IF NKT-KONTONUMMER NOT = LS-KONTONUMMER
                           MOVE 1 TO END-OF-FILE-NKT
                       ELSE
                           IF NKT-ER-AKTIV
                               PERFORM OPHOER-UDPEGNING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           OPHOER-UDPEGNING.
           MOVE "O" TO NKT-STATUS.
           MOVE LS-AARSAG TO NKT-AARSAG.
           MOVE WS-DAGS-DATO TO NKT-AENDRET-DATO.
           MOVE LS-OPERATOER TO NKT-OPERATOER.
           IF NKT-INDBERET-NY
               MOVE SPACE TO NKT-INDBERETNING
           ELSE
               MOVE "O" TO NKT-INDBERETNING
           END-IF.
           REWRITE NEMKONTOREC.
           MOVE "M" TO LS-RESULT.
