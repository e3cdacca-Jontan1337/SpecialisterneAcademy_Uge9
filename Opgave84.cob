      *    order to UdtogReprint.txt - the page exactly as it was
      *    mailed, balances as they stood then, whatever a later
      *    storno did to the history. Blank KONTONUMMER ends the
      *    program. Each reprint asked for is written to the
      *    ADGANGSLOG access log by KONTONUMMER; the weekly report
      *    finds the owner from the account.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01 WS-SIGNON-OPERATOER          PIC X(8) VALUE SPACES.
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

           01 WS-ADGANG-KUNDE-ID           PIC X(10) VALUE SPACES.
           01 WS-ADGANG-RESULT             PIC X(1) VALUE SPACES.

           PROCEDURE DIVISION.
      *    The nightly chain takes a run lock; no interactive
      *    session touches the live files while it is held.
           ELSE
               DISPLAY "PERIODE (YYYYMM): " WITH NO ADVANCING
               ACCEPT WS-SOEG-PERIODE
               CALL "ADGANGSLOG" USING WS-LAAS-PROGRAM
                   WS-SIGNON-OPERATOER WS-ADGANG-KUNDE-ID
                   WS-SOEG-KONTONUMMER WS-ADGANG-RESULT
               PERFORM HENT-OG-SKRIV
           END-IF.

