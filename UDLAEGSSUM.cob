           IDENTIFICATION DIVISION.
           PROGRAM-ID. UDLAEGSSUM.

      *    Sums the blocked amounts of the seizure and garnishment
      *    orders in force on one KONTONUMMER from Udlaeg.txt - the
      *    RESERVATIONSSUM lookup shape for the authorities'
      *    orders: what Opgave21 may post against, what Opgave49
      *    may send out and what Opgave39 shows as available is
      *    BALANCE minus the holds minus this sum. Only active
      *    orders not past their expiry date count.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT UDLAEGFILE ASSIGN TO "Udlaeg.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UDL-NOEGLE OF UDLAEGREC
               FILE STATUS IS WS-UDL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD UDLAEGFILE.
           01 UDLAEGREC.
               COPY "UDLAEG.cpy".

           WORKING-STORAGE SECTION.
           01 WS-UDL-STATUS              PIC X(2).
           01 END-OF-FILE-UDL            PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO               PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-KONTONUMMER             PIC X(20).
           01 LS-BLOKERET-SUM            PIC 9(9)V99.
      *    "M" orders file read (the sum may still be zero), "N" no
      *    Udlaeg.txt - no orders are in force.
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KONTONUMMER LS-BLOKERET-SUM
               LS-RESULT.
           MOVE "N" TO LS-RESULT.
           MOVE ZEROES TO LS-BLOKERET-SUM.
           MOVE ZEROES TO END-OF-FILE-UDL.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.

           OPEN INPUT UDLAEGFILE.
           IF WS-UDL-STATUS = "00"
               MOVE "M" TO LS-RESULT
               MOVE LS-KONTONUMMER TO UDL-KONTONUMMER IN UDLAEGREC
               MOVE SPACES TO UDL-REFERENCE IN UDLAEGREC
               START UDLAEGFILE
                   KEY IS >= UDL-NOEGLE OF UDLAEGREC
                   INVALID KEY
                       MOVE 1 TO END-OF-FILE-UDL
               END-START
               PERFORM UNTIL END-OF-FILE-UDL = 1
                   READ UDLAEGFILE NEXT RECORD
                       AT END
                           MOVE 1 TO END-OF-FILE-UDL
                       NOT AT END
                           IF UDL-KONTONUMMER IN UDLAEGREC
                               NOT = LS-KONTONUMMER
                               MOVE 1 TO END-OF-FILE-UDL
                           ELSE
                               IF UDL-ER-AKTIV
                                   AND (UDL-UDLOEBSDATO = ZEROES
                                   OR UDL-UDLOEBSDATO >= WS-DAGS-DATO)
                                   ADD UDL-BELOB TO LS-BLOKERET-SUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UDLAEGFILE
           END-IF.

           EXIT PROGRAM.
