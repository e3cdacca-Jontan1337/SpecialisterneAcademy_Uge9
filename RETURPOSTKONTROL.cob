           IDENTIFICATION DIVISION.
           PROGRAM-ID. RETURPOSTKONTROL.

      *    Asked by every letter-producing program right before a
      *    letter is written - the same one-call discipline as
      *    KORRESPONDANCELOG. When the customer has an active
      *    returned-mail flag on Returpost.txt (Opgave122) the
      *    letter must not go to the address the post office sent
      *    it back from: the caller is told so, the held-back
      *    letter is appended to UndertrykteBreve.txt and counted
      *    on the flag. No Returpost.txt means no flags.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RETURPOSTFILE ASSIGN TO "Returpost.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KUNDE-ID OF RETURPOSTREC
               FILE STATUS IS WS-RTP-STATUS.
           SELECT UNDERTRYKTFILE ASSIGN TO "UndertrykteBreve.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UTB-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD RETURPOSTFILE.
           01 RETURPOSTREC.
               COPY "RETURPOST.cpy".

           FD UNDERTRYKTFILE.
           01 UNDERTRYKTREC.
               COPY "UNDERTRYKTBREV.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RTP-STATUS              PIC X(2).
           01 WS-UTB-STATUS              PIC X(2).
           01 WS-DAGS-DATO               PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-KUNDE-ID                PIC X(10).
           01 LS-BREVTYPE                PIC X(12).
           01 LS-KONTONUMMER             PIC X(20).
           01 LS-PROGRAM-NAME            PIC X(8).
      *    "J" the customer's mail comes back - hold the letter,
      *    "N" send it.
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KUNDE-ID LS-BREVTYPE
               LS-KONTONUMMER LS-PROGRAM-NAME LS-RESULT.
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
                           MOVE "J" TO LS-RESULT
                           ADD 1 TO RP-UNDERTRYKT
                           REWRITE RETURPOSTREC
                       END-IF
               END-READ
               CLOSE RETURPOSTFILE
           END-IF.

           IF LS-RESULT = "J"
               OPEN EXTEND UNDERTRYKTFILE
               IF WS-UTB-STATUS = "35"
                   OPEN OUTPUT UNDERTRYKTFILE
               END-IF
               MOVE WS-DAGS-DATO TO UB-DATO
               MOVE LS-KUNDE-ID TO UB-KUNDE-ID
               MOVE LS-PROGRAM-NAME TO UB-PROGRAM
               MOVE LS-BREVTYPE TO UB-BREVTYPE
               MOVE LS-KONTONUMMER TO UB-KONTONUMMER
               MOVE RP-RETUR-DATO TO UB-RETUR-DATO
               WRITE UNDERTRYKTREC
               CLOSE UNDERTRYKTFILE
           END-IF.

           EXIT PROGRAM.
