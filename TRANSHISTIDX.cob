           IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSHISTIDX.

      *    Keeps TransHistorikIdx.txt, the indexed companion to
      *    TransaktionsHistorik.txt, in step with the history. Same
      *    one-call discipline as AUDITLOG and KORRESPONDANCELOG:
      *    every program that appends a history line calls here
      *    right after the append, and every program that rewrites
      *    the history in place calls for a rebuild afterwards.
      *      - "S" indexes the one line passed in. If the index is
      *        not there yet it is built from the whole history
      *        instead - that already holds the new line.
      *      - "O" rebuilds the index from the live history.
      *      - "K" is for the readers: builds the index only if it
      *        cannot be opened, so the first inquiry after an
      *        installation does not find it missing.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT TRANSHISTIDXFILE ASSIGN TO "TransHistorikIdx.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THX-NOEGLE OF TRANSHISTIDXREC
               ALTERNATE RECORD KEY IS THX-REFERENCE
                   OF TRANSHISTIDXREC WITH DUPLICATES
               FILE STATUS IS WS-THX-STATUS.
           SELECT TRANSHISTORIKFILE
               ASSIGN TO "TransaktionsHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THI-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD TRANSHISTIDXFILE.
           01 TRANSHISTIDXREC.
               COPY "TRANSHISTIDX.cpy".

           FD TRANSHISTORIKFILE.
           01 TRANSHISTORIKLINE            PIC X(171).

           WORKING-STORAGE SECTION.
           01 WS-THX-STATUS                PIC X(2).
           01 WS-THI-STATUS                PIC X(2).
           01 WS-END-OF-HISTORIK           PIC 9(1) VALUE ZEROES.
           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".

           01 WS-SKREVET-SWITCH            PIC X(1) VALUE "N".
              88 WS-LINJE-SKREVET          VALUE "Y".

           LINKAGE SECTION.
      *    "S" index one line, "O" rebuild, "K" build if missing.
           01 LS-FUNKTION                  PIC X(1).
      *    The history line for "S"; not looked at otherwise.
           01 LS-LINJE                     PIC X(171).
      *    "M" done, "U" the index could not be written - the
      *    history itself is untouched; the caller only warns.
           01 LS-RESULT                    PIC X(1).

           PROCEDURE DIVISION USING LS-FUNKTION LS-LINJE LS-RESULT.
           MOVE "U" TO LS-RESULT.
           EVALUATE LS-FUNKTION
               WHEN "S"
                   PERFORM INDEKSER-EN-LINJE
               WHEN "O"
                   PERFORM OPBYG-INDEKS
               WHEN "K"
                   OPEN INPUT TRANSHISTIDXFILE
                   IF WS-THX-STATUS = "00"
                       CLOSE TRANSHISTIDXFILE
                       MOVE "M" TO LS-RESULT
                   ELSE
                       PERFORM OPBYG-INDEKS
                   END-IF
           END-EVALUATE.
           EXIT PROGRAM.

           INDEKSER-EN-LINJE.
           OPEN I-O TRANSHISTIDXFILE.
           IF WS-THX-STATUS NOT = "00"
               PERFORM OPBYG-INDEKS
           ELSE
               MOVE LS-LINJE TO WS-HISTORIK-REC
               PERFORM SKRIV-INDEKSLINJE
               CLOSE TRANSHISTIDXFILE
               IF WS-LINJE-SKREVET
                   MOVE "M" TO LS-RESULT
               END-IF
           END-IF.

           OPBYG-INDEKS.
           OPEN OUTPUT TRANSHISTIDXFILE.
           IF WS-THX-STATUS = "00"
               MOVE "M" TO LS-RESULT
               MOVE ZEROES TO WS-END-OF-HISTORIK
               OPEN INPUT TRANSHISTORIKFILE
               IF WS-THI-STATUS = "00"
                   PERFORM UNTIL WS-END-OF-HISTORIK = 1
                       READ TRANSHISTORIKFILE INTO WS-HISTORIK-REC
                           AT END
                               MOVE 1 TO WS-END-OF-HISTORIK
                           NOT AT END
                               PERFORM SKRIV-INDEKSLINJE
                               IF NOT WS-LINJE-SKREVET
                                   MOVE "U" TO LS-RESULT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSHISTORIKFILE
               END-IF
               CLOSE TRANSHISTIDXFILE
           END-IF.

      *    Lines from before the reference field carry spaces there
      *    and are filed under reference zero. A key already taken
      *    moves the line on to the next THX-DEL, so repeats of an
      *    account/reference keep their file order.
           SKRIV-INDEKSLINJE.
           MOVE SPACES TO TRANSHISTIDXREC.
           MOVE TH-KONTONUMMER TO THX-KONTONUMMER.
           IF TH-REFERENCE IS NUMERIC
               MOVE TH-REFERENCE TO THX-REFERENCE
           ELSE
               MOVE ZEROES TO THX-REFERENCE
           END-IF.
           MOVE ZEROES TO THX-DEL.
           MOVE WS-HISTORIK-REC TO THX-LINJE.
           MOVE "N" TO WS-SKREVET-SWITCH.
           PERFORM UNTIL WS-LINJE-SKREVET OR THX-DEL = 99999
               WRITE TRANSHISTIDXREC
                   INVALID KEY
                       ADD 1 TO THX-DEL
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SKREVET-SWITCH
               END-WRITE
           END-PERFORM.
