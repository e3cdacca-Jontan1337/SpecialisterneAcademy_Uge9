           IDENTIFICATION DIVISION.
           PROGRAM-ID. BSAFTALEOPHOER.

      *    Cancels every active Betalingsservice mandate on an
      *    account in BSAftaler.txt (layout BSAFTALE.cpy) when the
      *    account is closed - called by the Opgave96 closure
      *    settlement and the Opgave101 bank switch - so the
      *    Opgave39 inquiry no longer shows them as live. The
      *    mandate is kept, marked cancelled with source L.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BSAFTALEFILE ASSIGN TO "BSAftaler.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSA-NOEGLE OF BSAFTALEREC
               FILE STATUS IS WS-BSA-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD BSAFTALEFILE.
           01 BSAFTALEREC.
               COPY "BSAFTALE.cpy".

           WORKING-STORAGE SECTION.
           01 WS-BSA-STATUS              PIC X(2).
           01 END-OF-FILE-BSA            PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO               PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-KONTONUMMER             PIC X(20).
           01 LS-OPERATOER               PIC X(8).
      *    "M" one or more mandates were cancelled, "N" none was
      *    active.
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KONTONUMMER LS-OPERATOER
               LS-RESULT.
           MOVE "N" TO LS-RESULT.
           MOVE ZEROES TO END-OF-FILE-BSA.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.

           OPEN I-O BSAFTALEFILE.
           IF WS-BSA-STATUS = "00"
               PERFORM OPHOER-FOR-KONTO
               CLOSE BSAFTALEFILE
           END-IF.

           EXIT PROGRAM.

           OPHOER-FOR-KONTO.
           MOVE LS-KONTONUMMER TO BSA-KONTONUMMER.
           MOVE SPACES TO BSA-KREDITOR-NR.
           MOVE SPACES TO BSA-DEBITORGRUPPE.
           START BSAFTALEFILE
               KEY IS >= BSA-NOEGLE OF BSAFTALEREC
               INVALID KEY
                   MOVE 1 TO END-OF-FILE-BSA
           END-START.
           PERFORM UNTIL END-OF-FILE-BSA = 1
               READ BSAFTALEFILE NEXT RECORD
                   AT END
                       MOVE 1 TO END-OF-FILE-BSA
                   NOT AT END
                       IF BSA-KONTONUMMER NOT = LS-KONTONUMMER
                           MOVE 1 TO END-OF-FILE-BSA
                       ELSE
                           IF BSA-ER-AKTIV
                               PERFORM OPHOER-AFTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           OPHOER-AFTALE.
           MOVE "O" TO BSA-STATUS.
           MOVE "L" TO BSA-KILDE.
           MOVE WS-DAGS-DATO TO BSA-AFMELDT-DATO.
           MOVE LS-OPERATOER TO BSA-OPERATOER.
           REWRITE BSAFTALEREC.
           MOVE "M" TO LS-RESULT.
