           IDENTIFICATION DIVISION.
           PROGRAM-ID. ADGANGSLOG.

      *    Appends one record to AdgangsLog.txt (ADGANGSLOG.cpy) for
      *    every customer or account an operator looks at - who,
      *    when, through which program, and which KUNDE-ID and/or
      *    KONTONUMMER - so the bank can answer a customer who asks
      *    whether staff have been in their account, and the
      *    Opgave129 weekly report can look for browsing. Same
      *    call-and-return shape as KOERSELSSTATISTIK: the caller
      *    gets "M"/"U" and carries on either way.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ADGANGSLOGFILE ASSIGN TO "AdgangsLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD ADGANGSLOGFILE.
           01 ADGANGSLOGREC.
               COPY "ADGANGSLOG.cpy".

           WORKING-STORAGE SECTION.
           01 WS-AGL-STATUS                PIC X(2).

           LINKAGE SECTION.
           01 LS-PROGRAM-NAME              PIC X(8).
           01 LS-OPERATOER                 PIC X(8).
      *    Either key may be blank - a name search knows the
      *    customer, a miss on an account number knows only the
      *    number typed.
           01 LS-KUNDE-ID                  PIC X(10).
           01 LS-KONTONUMMER               PIC X(20).
      *    "M" logged OK, "U" AdgangsLog.txt could not be written.
           01 LS-RESULT                    PIC X(1).

           PROCEDURE DIVISION USING LS-PROGRAM-NAME LS-OPERATOER
               LS-KUNDE-ID LS-KONTONUMMER LS-RESULT.
           MOVE "M" TO LS-RESULT.

           OPEN EXTEND ADGANGSLOGFILE.
           IF WS-AGL-STATUS = "35"
               OPEN OUTPUT ADGANGSLOGFILE
           END-IF.
           IF WS-AGL-STATUS NOT = "00"
               MOVE "U" TO LS-RESULT
           ELSE
               MOVE SPACES TO ADGANGSLOGREC
               ACCEPT AGL-DATO FROM DATE YYYYMMDD
               ACCEPT AGL-TID FROM TIME
               MOVE LS-OPERATOER TO AGL-OPERATOER
               MOVE LS-PROGRAM-NAME TO AGL-PROGRAM
               MOVE LS-KUNDE-ID TO AGL-KUNDE-ID
               MOVE LS-KONTONUMMER TO AGL-KONTONUMMER
               WRITE ADGANGSLOGREC
               CLOSE ADGANGSLOGFILE
           END-IF.

           EXIT PROGRAM.
