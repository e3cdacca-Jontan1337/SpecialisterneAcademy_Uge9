      *    customer file is indexed on KUNDE-ID, so each transaction is
      *    applied with a direct READ/REWRITE instead of a full-file
      *    scan; the old and new address are logged to
      *    AdresseHistorik.txt before the change is written. A
      *    returned-mail flag on the customer (Returpost.txt) is
      *    lifted through RETURPOSTOPHAEV once the new address is
      *    on file, so letters go out again.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WS-HIST-DATE                 PIC 9(6) VALUE ZEROES.
           01 WS-HIST-DATE-ED              PIC 99/99/99 VALUE ZEROES.
           01 WS-HISTORIK-LINE             PIC X(171) VALUE SPACES.
           01 WS-RETURPOST-RESULT          PIC X(1) VALUE SPACES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                   MOVE AT-LANDE-KODE IN ADRESSEAENDRINGREC
                       TO LANDE-KODE IN KUNDEOPLREC
                   REWRITE KUNDEOPLREC
                   CALL "RETURPOSTOPHAEV" USING
                       KUNDE-ID IN KUNDEOPLREC
                       WS-STAT-PROGRAM
                       WS-RETURPOST-RESULT
                   IF WS-RETURPOST-RESULT = "M"
                       DISPLAY "KUNDE-ID " KUNDE-ID IN KUNDEOPLREC
                           ": returpost ophaevet"
                   END-IF
           END-READ.

           IF NOT WS-RECORD-FUNDET
