      *    matching escalation letter appended to InkassoBreve.txt
      *    in the Opgave18 letter layout. A customer whose balance
      *    has recovered is cleared and their state removed. Every
      *    state change is listed in InkassoRegister.txt. A case
      *    left on trin 3 is where the Opgave95 write-off picks up.
      *    A rykker cannot go to an address the post office sends
      *    mail back from (Returpost.txt): the case is then neither
      *    opened nor advanced - no trin without its letter - and
      *    the register says why, until the address is put right.
      *    Each rykker is indexed through PRINTINDEKS for Opgave124's
      *    nightly print consolidation.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WS-BREVTYPE                  PIC X(12)
                                           VALUE "RYKKER".
           01 WS-KOR-RESULT                PIC X(1) VALUE SPACES.
           01 WS-PRINTFIL                  PIC X(25)
                                           VALUE "InkassoBreve.txt".
           01 WS-PIX-RESULT                PIC X(1) VALUE SPACES.
           01 WS-RETURPOST                 PIC X(1) VALUE SPACES.

           01 WS-CTL-KUNDER-LAEST          PIC 9(5) VALUE ZEROES.
           01 WS-CTL-NYE-SAGER             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ESKALERET             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AFSLUTTET             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-BREVE                 PIC 9(5) VALUE ZEROES.
           01 WS-CTL-RETURPOST             PIC 9(5) VALUE ZEROES.

      *    CENTRAL RUN STATISTICS
           01 WS-STAT-PROGRAM              PIC X(8)
           END-EVALUATE.

           OPRET-SAG.
           PERFORM KONTROLLER-RETURPOST.
           IF WS-RETURPOST = "J"
               MOVE "IKKE VARSLET (RETUR)" TO WS-AKTION-TEKST
               PERFORM SKRIV-REGISTER-LINJE
           ELSE
               MOVE KUNDE-ID IN KUNDEOPLREC TO INK-KUNDE-ID
               MOVE 1 TO INK-TRIN
               MOVE WS-DAGS-DATO TO INK-SIDSTE-DATO
               WRITE INKASSOREC
               ADD 1 TO WS-CTL-NYE-SAGER
               PERFORM SKRIV-RYKKERBREV
               MOVE "OPRETTET TRIN 1" TO WS-AKTION-TEKST
               PERFORM SKRIV-REGISTER-LINJE
           END-IF.

      *    The state only advances while the customer stays beyond
      *    the limit AND the configured number of days has passed;
           MOVE INK-SIDSTE-DATO TO WS-SER-DATO.
           PERFORM BEREGN-DAG-SERIEL.
           MOVE WS-SER-RESULTAT TO WS-SIDSTE-SERIEL.
           MOVE "N" TO WS-RETURPOST.
           IF INK-TRIN < 3
               AND WS-DAG-SERIEL - WS-SIDSTE-SERIEL
                   >= WS-ESKALERINGSDAGE
               PERFORM KONTROLLER-RETURPOST
           END-IF.
           IF WS-RETURPOST = "J"
               MOVE "IKKE VARSLET (RETUR)" TO WS-AKTION-TEKST
               PERFORM SKRIV-REGISTER-LINJE
           END-IF.
           IF INK-TRIN < 3
               AND WS-DAG-SERIEL - WS-SIDSTE-SERIEL
                   >= WS-ESKALERINGSDAGE
               AND WS-RETURPOST NOT = "J"
               ADD 1 TO INK-TRIN
               MOVE WS-DAGS-DATO TO INK-SIDSTE-DATO
               REWRITE INKASSOREC
           MOVE "AFSLUTTET (DAEKKET)" TO WS-AKTION-TEKST.
           PERFORM SKRIV-REGISTER-LINJE.

      *    Asked before a case is opened or advanced, since the
      *    trin only counts once its letter has gone out.
           KONTROLLER-RETURPOST.
           CALL "RETURPOSTKONTROL" USING
               KUNDE-ID IN KUNDEOPLREC
               WS-BREVTYPE
               KONTONUMMER IN KUNDEOPLREC
               WS-STAT-PROGRAM
               WS-RETURPOST.
           IF WS-RETURPOST = "J"
               ADD 1 TO WS-CTL-RETURPOST
           END-IF.

      *    Letter in the Opgave18 layout: address block with the
      *    TEKSTRENS trim, greeting, a body that matches the trin,
      *    and the page break on the first line.
               WS-BREVTYPE
               KONTONUMMER IN KUNDEOPLREC
               WS-KOR-RESULT.
           CALL "PRINTINDEKS" USING WS-PRINTFIL
               KUNDE-ID IN KUNDEOPLREC
               WS-BREVTYPE
               KONTONUMMER IN KUNDEOPLREC
               WS-PIX-RESULT.
           MOVE SPACES TO CT-IN.
           STRING FORNAVN IN KUNDEOPLREC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           DISPLAY "ESKALERET:               " WS-CTL-ESKALERET.
           DISPLAY "AFSLUTTET:               " WS-CTL-AFSLUTTET.
           DISPLAY "BREVE SKREVET:           " WS-CTL-BREVE.
           DISPLAY "UNDERTRYKT (RETURPOST):  " WS-CTL-RETURPOST.
           DISPLAY "----------------------------------------".

           ABEND-RUN.
