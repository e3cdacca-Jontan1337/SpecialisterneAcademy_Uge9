           IDENTIFICATION DIVISION.
           PROGRAM-ID. KYCFORFALD.

      *    Brings a customer's KYC review due today without touching
      *    the risk - called by the Opgave126 identity document check
      *    for a customer whose document has run out or soon will.
      *    Unlike KYCESKALER the customer is no riskier for it; the
      *    review is simply where the new document gets seen. A
      *    record that does not exist yet is created at normal risk.
      *    One call, no questions, the KYCESKALER discipline.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KYCFILE ASSIGN TO "KycReviews.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYC-KUNDE-ID OF KYCREC
               FILE STATUS IS WS-KYC-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KYCFILE.
           01 KYCREC.
               COPY "KYCREVIEW.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KYC-STATUS              PIC X(2).
           01 WS-DAGS-DATO               PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-KUNDE-ID                PIC X(10).
      *    "M" the review is due, "N" the review file could not be
      *    opened.
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KUNDE-ID LS-RESULT.
           MOVE "N" TO LS-RESULT.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.

           OPEN I-O KYCFILE.
           IF WS-KYC-STATUS NOT = "00"
               OPEN OUTPUT KYCFILE
           END-IF.
           IF WS-KYC-STATUS = "00"
               MOVE LS-KUNDE-ID TO KYC-KUNDE-ID
               READ KYCFILE
                   INVALID KEY
                       MOVE SPACES TO KYCREC
                       MOVE LS-KUNDE-ID TO KYC-KUNDE-ID
                       MOVE "N" TO KYC-RISIKO
                       MOVE ZEROES TO KYC-SIDSTE-DATO
                       MOVE WS-DAGS-DATO TO KYC-NAESTE-DATO
                       WRITE KYCREC
                   NOT INVALID KEY
                       IF KYC-NAESTE-DATO > WS-DAGS-DATO
                           MOVE WS-DAGS-DATO TO KYC-NAESTE-DATO
                           REWRITE KYCREC
                       END-IF
               END-READ
               MOVE "M" TO LS-RESULT
               CLOSE KYCFILE
           END-IF.

           EXIT PROGRAM.
