           IDENTIFICATION DIVISION.
           PROGRAM-ID. PRINTINDEKS.

      *    Appends one line to PrintIndeks.txt for every letter a
      *    program puts on a print file - called right where the
      *    letter's first (page-break) line is written, the same
      *    one-call discipline as KORRESPONDANCELOG. The print file
      *    itself carries no customer; this is what lets Opgave124
      *    put the night's letters into envelopes by address.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRINTINDEKSFILE ASSIGN TO "PrintIndeks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIX-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD PRINTINDEKSFILE.
           01 PRINTINDEKSREC.
               COPY "PRINTINDEKS.cpy".

           WORKING-STORAGE SECTION.
           01 WS-PIX-STATUS              PIC X(2).
           01 WS-DAGS-DATO               PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-PRINTFIL                PIC X(25).
           01 LS-KUNDE-ID                PIC X(10).
           01 LS-BREVTYPE                PIC X(12).
           01 LS-KONTONUMMER             PIC X(20).
      *    "M" indexed, "N" the index could not be opened - the
      *    letter still goes out; it lands unaddressed on the spool.
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-PRINTFIL LS-KUNDE-ID
               LS-BREVTYPE LS-KONTONUMMER LS-RESULT.
           MOVE "N" TO LS-RESULT.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.

           OPEN EXTEND PRINTINDEKSFILE.
           IF WS-PIX-STATUS = "35"
               OPEN OUTPUT PRINTINDEKSFILE
           END-IF.
           IF WS-PIX-STATUS = "00"
               MOVE WS-DAGS-DATO TO PI-DATO
               MOVE LS-PRINTFIL TO PI-PRINTFIL
               MOVE LS-KUNDE-ID TO PI-KUNDE-ID
               MOVE LS-BREVTYPE TO PI-BREVTYPE
               MOVE LS-KONTONUMMER TO PI-KONTONUMMER
               WRITE PRINTINDEKSREC
               CLOSE PRINTINDEKSFILE
               MOVE "M" TO LS-RESULT
           END-IF.

           EXIT PROGRAM.
