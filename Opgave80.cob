      *          through CPRVALIDER before it lands on KundeCpr.txt
      *      R - the backfill report: every customer on
      *          Kundeoplysninger.txt still without a CPR record,
      *          written to CprMangler.txt for the branch to work;
      *          a business customer on Erhvervskunder.txt has a
      *          CVR number instead (Opgave103) and is left out
      *
      *    Every applied capture is logged through AUDITLOG.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-KUNDE-ID OF KUNDECPRREC
               FILE STATUS IS WS-CPR-STATUS.
           SELECT ERHVERVSKUNDEFILE ASSIGN TO "Erhvervskunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERH-KUNDE-ID OF ERHVERVSKUNDEREC
               FILE STATUS IS WS-ERH-STATUS.
           SELECT MANGELRAPPORTOUT ASSIGN TO "CprMangler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MGL-STATUS.
           01 KUNDECPRREC.
               COPY "KUNDECPR.cpy".

           FD ERHVERVSKUNDEFILE.
           01 ERHVERVSKUNDEREC.
               COPY "ERHVERVSKUNDE.cpy".

           FD MANGELRAPPORTOUT.
           01 MANGELRAPPORTLINE            PIC X(80).

           01 WS-KOI-STATUS                PIC X(2).
           01 WS-CPR-STATUS                PIC X(2).
           01 WS-MGL-STATUS                PIC X(2).
           01 WS-ERH-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-MENU-VALG                 PIC X(1) VALUE SPACES.
               PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT KUNDECPRFILE.
           OPEN INPUT ERHVERVSKUNDEFILE.
           OPEN OUTPUT MANGELRAPPORTOUT.
           IF WS-MGL-STATUS NOT = "00"
               STRING "Open CprMangler.txt failed, status "
           IF WS-CPR-STATUS = "00"
               CLOSE KUNDECPRFILE
           END-IF.
           IF WS-ERH-STATUS = "00" OR WS-ERH-STATUS = "23"
               CLOSE ERHVERVSKUNDEFILE
           END-IF.
           CLOSE MANGELRAPPORTOUT.
           DISPLAY "CprMangler.txt skrevet, " WS-CTL-MANGLER
               " kunder mangler CPR.".
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
           END-IF.
           IF NOT WS-RECORD-FUNDET
               AND (WS-ERH-STATUS = "00" OR WS-ERH-STATUS = "23")
               MOVE KUNDE-ID IN KUNDEOPLREC TO ERH-KUNDE-ID
               READ ERHVERVSKUNDEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
           END-IF.
           IF NOT WS-RECORD-FUNDET
               ADD 1 TO WS-CTL-MANGLER
               MOVE SPACES TO WS-RAPPORT-LINE
