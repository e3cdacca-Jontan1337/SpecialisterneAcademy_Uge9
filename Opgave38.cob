      *    change is logged through AUDITLOG with the balance
      *    before and after (unchanged for a pure status or rate
      *    change, but the record of who touched what stands).
      *    Closing an account is not a status flip here: "L" is
      *    set by the Opgave96 closure, which settles interest,
      *    fee, standing orders, holds and the balance first.
      *    A loan is never opened here: it is booked from its offer
      *    in Opgave138, on the terms and APR the offer letter gave,
      *    and a "LAAN" KONTOTYPE keyed here is refused.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATK-KONTONUMMER OF AFTALEKONTOREC
               FILE STATUS IS WS-ATK-STATUS.

           DATA DIVISION.
           FILE SECTION.
           01 AFTALEKONTOREC.
               COPY "AFTALEKONTO.cpy".

           WORKING-STORAGE SECTION.
           01 WS-KOF-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).
           01 WS-SIGNON-RESULT             PIC X(1) VALUE SPACES.

           01 WS-ATK-STATUS                PIC X(2).
      *    Maturity date split for the month roll-forward when a
      *    term deposit is opened, same shape as Opgave24's roll.
           01 WS-NY-UDLOEB.
           DISPLAY "KONTO VEDLIGEHOLDELSE".
           DISPLAY "A - Opret ny konto".
           DISPLAY "R - Aendre rentesats".
           DISPLAY "S - Aendre kontostatus (A/F/H)".
           DISPLAY "F - Aendre afdeling".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
               ACCEPT KUNDE-ID IN WS-NY-KONTO
               DISPLAY "KONTOTYPE (f.eks. LOEN): " WITH NO ADVANCING
               ACCEPT KONTOTYPE IN WS-NY-KONTO
               IF KONTOTYPE IN WS-NY-KONTO = "LAAN"
                   DISPLAY "Laan oprettes fra laanetilbuddet i "
                       "Opgave138 - intet oprettet."
               ELSE
                   PERFORM OPRET-KONTO-DETALJER
               END-IF
           END-IF.

      *    The rest of a new account, once its type is one this
      *    screen may open.
           OPRET-KONTO-DETALJER.
           DISPLAY "RENTESATS (99.9999): " WITH NO ADVANCING.
           ACCEPT RENTESATS IN WS-NY-KONTO.
           DISPLAY "BALANCE: " WITH NO ADVANCING.
           ACCEPT BALANCE IN WS-NY-KONTO.
      *    Blank means DKK; anything keyed is validated the same way
      *    the Opgave19 intake validates the field, so a new record
      *    never goes out in the legacy spaces-in-VALUTAKODE format.
           DISPLAY "VALUTAKODE (blank = DKK): "
               WITH NO ADVANCING.
           ACCEPT VALUTAKODE IN WS-NY-KONTO.
           IF VALUTAKODE IN WS-NY-KONTO = SPACES
               MOVE "DKK" TO VALUTAKODE IN WS-NY-KONTO
           END-IF.
           CALL "VALUTAKODEVALIDER" USING
               VALUTAKODE IN WS-NY-KONTO
               WS-VALUTA-RESULT.
           IF WS-VALUTA-RESULT = "U"
               DISPLAY "ADVARSEL: VALUTAKODE ugyldig, DKK"
                   " anvendt"
               MOVE "DKK" TO VALUTAKODE IN WS-NY-KONTO
           END-IF.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           MOVE WS-DAGS-DATO TO ABNINGSDATO IN WS-NY-KONTO.
           MOVE "A" TO KONTOSTATUS IN WS-NY-KONTO.
           DISPLAY "Godkend oprettelse (J/N): "
               WITH NO ADVANCING.
           ACCEPT WS-BEKRAEFT.
           IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
               PERFORM ABN-KONTOOPLFIL-IO
               MOVE WS-NY-KONTO TO KONTOOPLREC
               WRITE KONTOOPLREC
                   INVALID KEY
                       DISPLAY "KONTONUMMER findes allerede - "
                           "intet oprettet."
                   NOT INVALID KEY
                       MOVE ZEROES TO WS-OLD-BALANCE
                       MOVE BALANCE IN WS-NY-KONTO
                           TO WS-NEW-BALANCE
                       CALL "AUDITLOG" USING WS-PROGRAM-NAME
                           KUNDE-ID IN WS-NY-KONTO
                           WS-OLD-BALANCE WS-NEW-BALANCE
                           WS-AUDIT-RESULT
                       DISPLAY "Konto oprettet."
                       IF KONTOTYPE IN WS-NY-KONTO = "AFTL"
                           PERFORM OPRET-AFTALEVILKAAR
                       END-IF
               END-WRITE
               CLOSE KONTOOPLFILE
           ELSE
               DISPLAY "Annulleret."
           END-IF.

           AENDR-RENTESATS.
           PERFORM ACCEPT-OG-VALIDER-KONTONUMMER.
           DISPLAY "NY RENTESATS (99.9999): " WITH NO ADVANCING.

           AENDR-KONTOSTATUS.
           PERFORM ACCEPT-OG-VALIDER-KONTONUMMER.
           DISPLAY "NY STATUS (A=aktiv F=frosset "
               "H=hvilende): " WITH NO ADVANCING.
           ACCEPT WS-NY-STATUS.
           EVALUATE TRUE
               WHEN WS-NY-STATUS = "L"
                   DISPLAY "Ophoer sker med afvikling i Opgave96 - "
                       "intet aendret."
               WHEN WS-NY-STATUS NOT = "A"
                   AND WS-NY-STATUS NOT = "F" AND WS-NY-STATUS NOT = "H"
                   DISPLAY "Ugyldig status - intet aendret."
               WHEN OTHER
                   DISPLAY "Godkend aendring (J/N): " WITH NO ADVANCING
                   ACCEPT WS-BEKRAEFT
                   IF WS-BEKRAEFT = "J" OR WS-BEKRAEFT = "j"
                       PERFORM ABN-KONTOOPLFIL-IO
                       PERFORM LAES-KONTO-PAA-NOEGLE
                       IF WS-RECORD-FUNDET
                           MOVE BALANCE IN KONTOOPLREC
                               TO WS-OLD-BALANCE
                           MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE
                           MOVE WS-NY-STATUS
                               TO KONTOSTATUS IN KONTOOPLREC
                           REWRITE KONTOOPLREC
                           CALL "AUDITLOG" USING WS-PROGRAM-NAME
                               KUNDE-ID IN KONTOOPLREC
                               WS-OLD-BALANCE WS-NEW-BALANCE
                               WS-AUDIT-RESULT
                           DISPLAY "Kontostatus aendret."
                       ELSE
                           DISPLAY "KONTONUMMER ikke fundet."
                       END-IF
                       CLOSE KONTOOPLFILE
                   ELSE
                       DISPLAY "Annulleret."
                   END-IF
           END-EVALUATE.

           AENDR-AFDELING.
           PERFORM ACCEPT-OG-VALIDER-KONTONUMMER.
           END-WRITE.
           CLOSE AFTALEKONTOFILE.

      *    One month forward, clamped to the new month's length -
      *    the same roll as the Opgave24 monthly standing orders.
           LAEG-EN-MAANED-TIL.
