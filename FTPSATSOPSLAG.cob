           IDENTIFICATION DIVISION.
           PROGRAM-ID. FTPSATSOPSLAG.

      *    Looks up the internal funds transfer (FTP) rate for a
      *    VALUTAKODE in FtpSatser.txt - the yearly rate treasury
      *    credits a deposit with, and charges a loan for, in that
      *    currency. Same shape and lookup as RENTESATSOPSLAG: the
      *    table is effective-dated, maintained through the Opgave70
      *    staging, and the row with the newest effective date not
      *    after today is the one in force.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT FTPSATSFILEIN ASSIGN TO "FtpSatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTP-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD FTPSATSFILEIN.
           01 FTPSATSREC.
               02 FTP-VALUTAKODE         PIC X(3).
               02 FTP-SATS               PIC 9(2)V9(4).
               02 FTP-EFFEKTIV-DATO      PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FTP-STATUS              PIC X(2).
           01 END-OF-FILE-FTP            PIC 9(1) VALUE ZEROES.
           01 WS-DAGS-DATO               PIC 9(8) VALUE ZEROES.
           01 WS-BEDSTE-DATO             PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-VALUTAKODE              PIC X(3).
           01 LS-FTP-SATS                PIC 9(2)V9(4).
      *    "M" rate found, "N" no maintained rate for this VALUTAKODE
      *    (LS-FTP-SATS is set to zero).
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-VALUTAKODE LS-FTP-SATS
               LS-RESULT.
           MOVE "N" TO LS-RESULT.
           MOVE ZEROES TO LS-FTP-SATS.
           MOVE ZEROES TO END-OF-FILE-FTP.
           MOVE ZEROES TO WS-BEDSTE-DATO.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.

           OPEN INPUT FTPSATSFILEIN.
           IF WS-FTP-STATUS = "00"
               PERFORM UNTIL END-OF-FILE-FTP = 1
                   READ FTPSATSFILEIN INTO FTPSATSREC
                       AT END
                           MOVE 1 TO END-OF-FILE-FTP
                       NOT AT END
                           IF FTP-VALUTAKODE = LS-VALUTAKODE
                               AND FTP-EFFEKTIV-DATO <= WS-DAGS-DATO
                               AND (LS-RESULT = "N"
                                   OR FTP-EFFEKTIV-DATO
                                       > WS-BEDSTE-DATO)
                               MOVE FTP-SATS TO LS-FTP-SATS
                               MOVE FTP-EFFEKTIV-DATO
                                   TO WS-BEDSTE-DATO
                               MOVE "M" TO LS-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTPSATSFILEIN
           END-IF.

           EXIT PROGRAM.
