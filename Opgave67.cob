      *    standing orders from FasteOrdrer.txt and open
      *    authorization holds (RESERVATIONSSUM) follow. Deceased
      *    and estate customers are skipped the same way Opgave18
      *    skips their letters, and so are customers whose mail
      *    comes back (Returpost.txt). Output: FormueOversigt.txt,
      *    page break per customer, each page indexed through
      *    PRINTINDEKS for Opgave124's nightly print consolidation.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WS-CTL-SIDER-SKREVET         PIC 9(5) VALUE ZEROES.
           01 WS-CTL-STATUS-SKIP           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-UDEN-KONTI            PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "FORMUEOVERS".
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "FormueOversigt.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
                   INTO WS-ABEND-MESSAGE
               PERFORM ABEND-RUN
           END-IF.
           OPEN EXTEND FORMUEOVERSIGTOUT.
           IF WS-FMO-STATUS = "35"
               OPEN OUTPUT FORMUEOVERSIGTOUT
           END-IF.
           IF WS-FMO-STATUS NOT = "00"
               STRING "Open FormueOversigt.txt failed, status "
                   WS-FMO-STATUS DELIMITED BY SIZE
               IF WS-KONTO-ANTAL = ZEROES
                   ADD 1 TO WS-CTL-UDEN-KONTI
               ELSE
                   PERFORM KONTROLLER-RETURPOST
               END-IF
           END-IF.

      *    Nor for an address the post office sends mail back
      *    from; the held page is logged by RETURPOSTKONTROL.
           KONTROLLER-RETURPOST.
           CALL "RETURPOSTKONTROL" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-BREVTYPE
               KONTONUMMER IN KUNDEOPLREC
               WS-STAT-PROGRAM
               WS-RETURPOST.
           IF WS-RETURPOST = "J"
               ADD 1 TO WS-CTL-RETURPOST
           ELSE
               CALL "PRINTINDEKS" USING WS-PRINTFIL
                   KUNDE-ID IN KUNDEOPLREC
                   WS-BREVTYPE
                   KONTONUMMER IN KUNDEOPLREC
                   WS-PIX-RESULT
               PERFORM SKRIV-OVERSIGTSSIDE
           END-IF.

           SAML-KUNDENS-KONTI.
           MOVE ZEROES TO WS-KONTO-ANTAL.
           IF WS-KEJ-FIL-AABEN
               WS-CTL-SIDER-SKREVET.
           DISPLAY "UNDERTRYKT (STATUS):     " WS-CTL-STATUS-SKIP.
           DISPLAY "UDEN KONTI:              " WS-CTL-UDEN-KONTI.
           DISPLAY "UNDERTRYKT (RETURPOST):  " WS-CTL-RETURPOST.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
