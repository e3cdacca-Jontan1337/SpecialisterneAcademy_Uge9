           IDENTIFICATION DIVISION.
           PROGRAM-ID. RETURPOSTOPHAEV.

      *    Lifts a customer's returned-mail flag on Returpost.txt
      *    once a new address has been recorded - called by the
      *    programs that write the address on the customer record
      *    (Opgave14, and Opgave37 when it applies an Opgave11
      *    change that moves the customer). Letters go out again
      *    from the next run. A customer with no active flag is
      *    left alone.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RETURPOSTFILE ASSIGN TO "Returpost.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KUNDE-ID OF RETURPOSTREC
               FILE STATUS IS WS-RTP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD RETURPOSTFILE.
           01 RETURPOSTREC.
               COPY "RETURPOST.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RTP-STATUS              PIC X(2).
           01 WS-DAGS-DATO               PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-KUNDE-ID                PIC X(10).
           01 LS-PROGRAM-NAME            PIC X(8).
      *    "M" an active flag was lifted, "N" there was none.
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KUNDE-ID LS-PROGRAM-NAME
               LS-RESULT.
           MOVE "N" TO LS-RESULT.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.

           OPEN I-O RETURPOSTFILE.
           IF WS-RTP-STATUS = "00"
               MOVE LS-KUNDE-ID TO RP-KUNDE-ID
               READ RETURPOSTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RP-ER-AKTIV
                           MOVE "O" TO RP-STATUS
                           MOVE WS-DAGS-DATO TO RP-OPHAEVET-DATO
                           MOVE LS-PROGRAM-NAME TO RP-OPHAEVET-AF
                           REWRITE RETURPOSTREC
                           MOVE "M" TO LS-RESULT
                       END-IF
               END-READ
               CLOSE RETURPOSTFILE
           END-IF.

           EXIT PROGRAM.
