      *    indexed on KUNDE-ID - a name search has to walk the file
      *    top to bottom the same read-only sequential way Opgave9/
      *    Opgave15/Opgave16 do, comparing the leading part of
      *    EFTERNAVN against what the operator typed. The screen
      *    signs the operator on through OPERATORKONTROL so every
      *    customer it shows can be written to the ADGANGSLOG access
      *    log under their name - a name search is exactly where
      *    browsing would happen.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                                           VALUE "OPGAVE23".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.

           01 WS-SIGNON-NIVEAU             PIC 9(1) VALUE 1.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

           01 WS-ADGANG-RESULT             PIC X(1) VALUE SPACES.

           PROCEDURE DIVISION.
      *    The nightly chain takes a run lock; no interactive
      *    session touches the live files while it is held.
           IF WS-LAAS-RESULT = "S"
               STOP RUN
           END-IF.
      *    Who is at the keyboard, and may they use this function -
      *    verified sign-on with the authority level this screen
      *    demands, logged by OPERATORKONTROL either way.
           CALL "OPERATORKONTROL" USING WS-LAAS-PROGRAM
               WS-SIGNON-NIVEAU WS-SIGNON-OPERATOER
               WS-SIGNON-RESULT.
           IF WS-SIGNON-RESULT NOT = "G"
               STOP RUN
           END-IF.
           PERFORM SOEG-KUNDE-PAA-EFTERNAVN.
           STOP RUN.

               INTO WS-FULDENAVN.
           DISPLAY KUNDE-ID IN KUNDEOPLREC " " WS-FULDENAVN
               " " KONTONUMMER IN KUNDEOPLREC.
           CALL "ADGANGSLOG" USING WS-LAAS-PROGRAM
               WS-SIGNON-OPERATOER KUNDE-ID IN KUNDEOPLREC
               KONTONUMMER IN KUNDEOPLREC WS-ADGANG-RESULT.

           ABEND-RUN.
           DISPLAY "OPGAVE23: " WS-ABEND-MESSAGE.
