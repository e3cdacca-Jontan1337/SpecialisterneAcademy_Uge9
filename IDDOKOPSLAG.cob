           IDENTIFICATION DIVISION.
           PROGRAM-ID. IDDOKOPSLAG.

      *    Looks up a customer's identity documents on
      *    IdDokumenter.txt (IDDOKUMENT.cpy) and returns the one
      *    that runs longest - a customer holding a valid passport
      *    is covered even when the driving licence has expired.
      *    No file or no line is no document.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT IDDOKUMENTFILE ASSIGN TO "IdDokumenter.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDD-NOEGLE OF IDDOKUMENTREC
               FILE STATUS IS WS-IDD-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD IDDOKUMENTFILE.
           01 IDDOKUMENTREC.
               COPY "IDDOKUMENT.cpy".

           WORKING-STORAGE SECTION.
           01 WS-IDD-STATUS              PIC X(2).
           01 WS-END-OF-FILE             PIC 9(1) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-KUNDE-ID                PIC X(10).
      *    The document type and expiry date of the longest-running
      *    document; space and zeroes when there is none.
           01 LS-DOKTYPE                 PIC X(1).
           01 LS-UDLOEB-DATO             PIC 9(8).
      *    "M" a document was found, "N" none on file.
           01 LS-RESULT                  PIC X(1).

           PROCEDURE DIVISION USING LS-KUNDE-ID LS-DOKTYPE
               LS-UDLOEB-DATO LS-RESULT.
           MOVE "N" TO LS-RESULT.
           MOVE SPACES TO LS-DOKTYPE.
           MOVE ZEROES TO LS-UDLOEB-DATO.
           MOVE ZEROES TO WS-END-OF-FILE.

           OPEN INPUT IDDOKUMENTFILE.
           IF WS-IDD-STATUS NOT = "00"
               MOVE 1 TO WS-END-OF-FILE
           ELSE
               MOVE LS-KUNDE-ID TO IDD-KUNDE-ID
               MOVE SPACES TO IDD-DOKTYPE
               START IDDOKUMENTFILE
                   KEY IS >= IDD-NOEGLE OF IDDOKUMENTREC
                   INVALID KEY
                       MOVE 1 TO WS-END-OF-FILE
               END-START
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ IDDOKUMENTFILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       IF IDD-KUNDE-ID NOT = LS-KUNDE-ID
                           MOVE 1 TO WS-END-OF-FILE
                       ELSE
                           IF IDD-UDLOEB-DATO > LS-UDLOEB-DATO
                               MOVE IDD-DOKTYPE TO LS-DOKTYPE
                               MOVE IDD-UDLOEB-DATO TO LS-UDLOEB-DATO
                               MOVE "M" TO LS-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-IDD-STATUS NOT = "35"
               CLOSE IDDOKUMENTFILE
           END-IF.

           EXIT PROGRAM.
