           IDENTIFICATION DIVISION.
           PROGRAM-ID. UDBGRAENSEOPSLAG.

      *    A customer's daily outbound payment limit for the
      *    Opgave49 export. The customer's own limit from
      *    KundeUdbGraenser.txt (set on the Opgave131 screen) wins;
      *    otherwise the default for the paying account's
      *    KONTOTYPE from the maintained UdbetalingsGraenser.txt,
      *    the PRODUKTREGLOPSLAG lookup shape. Zero means no limit,
      *    and so does a KONTOTYPE with no row - no limit is what
      *    every customer had before the limits existed.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KUNDEGRAENSEFILE ASSIGN TO "KundeUdbGraenser.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UDG-KUNDE-ID OF KUNDEGRAENSEREC
               FILE STATUS IS WS-UDG-STATUS.
           SELECT TYPEGRAENSEFILEIN
               ASSIGN TO "UdbetalingsGraenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTG-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KUNDEGRAENSEFILE.
           01 KUNDEGRAENSEREC.
               COPY "UDBGRAENSE.cpy".

           FD TYPEGRAENSEFILEIN.
           01 TYPEGRAENSEREC.
               02 UTG-KONTOTYPE          PIC X(4).
               02 UTG-GRAENSE            PIC 9(7)V99.

           WORKING-STORAGE SECTION.
           01 WS-UDG-STATUS              PIC X(2).
           01 WS-UTG-STATUS              PIC X(2).
           01 END-OF-FILE-UTG            PIC 9(1) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-KUNDE-ID                PIC X(10).
           01 LS-KONTOTYPE               PIC X(4).
           01 LS-GRAENSE                 PIC 9(7)V99.
      *    "K" the customer's own limit, "M" the KONTOTYPE default,
      *    "N" neither on file (no limit).
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KUNDE-ID LS-KONTOTYPE
               LS-GRAENSE LS-RESULT.
           MOVE "N" TO LS-RESULT.
           MOVE ZEROES TO LS-GRAENSE.
           MOVE ZEROES TO END-OF-FILE-UTG.

           OPEN INPUT KUNDEGRAENSEFILE.
           IF WS-UDG-STATUS = "00"
               MOVE LS-KUNDE-ID TO UDG-KUNDE-ID
               READ KUNDEGRAENSEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE UDG-GRAENSE TO LS-GRAENSE
                       MOVE "K" TO LS-RESULT
               END-READ
               CLOSE KUNDEGRAENSEFILE
           END-IF.

           IF LS-RESULT = "N"
               OPEN INPUT TYPEGRAENSEFILEIN
               IF WS-UTG-STATUS = "00"
                   PERFORM UNTIL END-OF-FILE-UTG = 1
                       READ TYPEGRAENSEFILEIN INTO TYPEGRAENSEREC
                           AT END
                               MOVE 1 TO END-OF-FILE-UTG
                           NOT AT END
                               IF UTG-KONTOTYPE = LS-KONTOTYPE
                                   MOVE UTG-GRAENSE TO LS-GRAENSE
                                   MOVE "M" TO LS-RESULT
                                   MOVE 1 TO END-OF-FILE-UTG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TYPEGRAENSEFILEIN
               END-IF
           END-IF.

           EXIT PROGRAM.
