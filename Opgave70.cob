           PROGRAM-ID. OPGAVE70.

      *    Staged maintenance of the pricing tables -
      *    Rentesatser.txt, StrafRentesatser.txt,
      *    Gebyrsatser.txt and the FtpSatser.txt funds transfer
      *    rates the Opgave110 profitability report prices
      *    balances at - in the Opgave38 screen style. A
      *    fat-fingered rate row used to be live the moment the
      *    file was saved; now a change is PROPOSED here with a
      *    future effective date, APPROVED by a second operator
      *    (the approver signs on separately at approve level
      *    and must differ from the proposer, the same
      *    maker-checker rule Opgave37 enforces), and only then
      *    appended to the live table - where the
      *    effective-dated lookups ignore the row until its date
      *    arrives. Every applied amendment gets a
      *    change-history line on SatsHistorik.txt with both
      *    operators. Pending changes live on SatsAendringer.txt
      *    and decided ones stay there for the trail. An
      *    effective date in a closed accounting period
      *    (PERIODELAAS) is refused, both when proposed and
      *    again at approval, and reported on
      *    PeriodeAfvisninger.txt.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           SELECT GEBYRSATSFILE ASSIGN TO "Gebyrsatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GBS-STATUS.
           SELECT FTPSATSFILE ASSIGN TO "FtpSatser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTP-STATUS.
           SELECT SATSHISTORIKOUT ASSIGN TO "SatsHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHI-STATUS.
               02 GBS-GEBYR                PIC 9(5)V99.
               02 GBS-EFFEKTIV-DATO        PIC 9(8).

           FD FTPSATSFILE.
           01 FTPSATSREC.
               02 FTP-VALUTAKODE           PIC X(3).
               02 FTP-SATS                 PIC 9(2)V9(4).
               02 FTP-EFFEKTIV-DATO        PIC 9(8).

           FD SATSHISTORIKOUT.
           01 SATSHISTORIKLINE             PIC X(80).

           01 WS-RSA-STATUS                PIC X(2).
           01 WS-SRS-STATUS                PIC X(2).
           01 WS-GBS-STATUS                PIC X(2).
           01 WS-FTP-STATUS                PIC X(2).
           01 WS-SHI-STATUS                PIC X(2).
           01 WS-ABEND-MESSAGE             PIC X(80).

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".

           01 WS-PER-REFERENCE             PIC X(20) VALUE SPACES.
           01 WS-PER-HANDLING              PIC X(1) VALUE "F".
           01 WS-PER-NY-DATO               PIC 9(8) VALUE ZEROES.
           01 WS-PER-RESULT                PIC X(1) VALUE SPACES.

           01 WS-SATS-ED                   PIC Z(4)9.9999 VALUE
                                           ZEROES.
           01 WS-HIST-LINE                 PIC X(80) VALUE SPACES.

           FORESLAA-AENDRING.
           MOVE SPACES TO SATSAENDRINGREC.
           DISPLAY "TABEL (R=rente S=strafrente G=gebyr F=FTP): "
               WITH NO ADVANCING.
           ACCEPT SAE-TABEL.
           IF SAE-TABEL NOT = "R" AND SAE-TABEL NOT = "S"
               AND SAE-TABEL NOT = "G" AND SAE-TABEL NOT = "F"
               DISPLAY "Ugyldig tabel - intet foreslaaet."
           ELSE
               DISPLAY "NOEGLE (VALUTAKODE/KONTOTYPE): "
               DISPLAY "EFFEKTIV DATO (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT SAE-EFFEKTIV-DATO
               MOVE "NYT FORSLAG" TO WS-PER-REFERENCE
               PERFORM KONTROLLER-PERIODE
               EVALUATE TRUE
                   WHEN SAE-EFFEKTIV-DATO < WS-DAGS-DATO
                       DISPLAY "ADVARSEL: Dato foer i dag - "
                           "intet foreslaaet."
                   WHEN WS-PER-RESULT = "L"
                       DISPLAY "ADVARSEL: Dato i lukket periode - "
                           "intet foreslaaet."
                   WHEN OTHER
                       PERFORM HENT-NAESTE-SAE-NR
                       MOVE WS-NAESTE-SAE-NR TO SAE-NR
                       MOVE "N" TO SAE-STATUS
                       MOVE WS-SIGNON-OPERATOER TO SAE-FORESLAAET-AF
                       MOVE WS-DAGS-DATO TO SAE-DATO
                       MOVE ZEROES TO SAE-AFGJORT-DATO
                       PERFORM ABN-AENDRINGSFIL-IO
                       WRITE SATSAENDRINGREC
                       CLOSE SATSAENDRINGFILE
                       DISPLAY "Aendring " SAE-NR " foreslaaet - "
                           "afventer anden operatoers godkendelse."
               END-EVALUATE
           END-IF.

      *    The checker is not the maker: the approver signs on
                   DISPLAY "Aendringen er allerede afgjort ("
                       SAE-STATUS ")."
               WHEN OTHER
                   MOVE SPACES TO WS-PER-REFERENCE
                   STRING "AENDRING " SAE-NR DELIMITED BY SIZE
                       INTO WS-PER-REFERENCE
                   PERFORM KONTROLLER-PERIODE
                   DISPLAY "Godkender signerer paa:"
                   CALL "OPERATORKONTROL" USING WS-LAAS-PROGRAM
                       WS-GODKEND-NIVEAU WS-GODKEND-OPERATOER
                   EVALUATE TRUE
                       WHEN WS-GODKEND-RESULT NOT = "G"
                           DISPLAY "Godkendelse afvist."
                       WHEN WS-PER-RESULT = "L"
                           DISPLAY "Effektiv dato i lukket periode "
                               "- afvist."
                       WHEN WS-GODKEND-OPERATOER =
                           SAE-FORESLAAET-AF
                           DISPLAY "Forslagsstiller kan ikke selv "
                       MOVE "A" TO SAE-STATUS
                       MOVE WS-SIGNON-OPERATOER
                           TO SAE-GODKENDT-AF
                       MOVE WS-DAGS-DATO TO SAE-AFGJORT-DATO
                       REWRITE SATSAENDRINGREC
                       PERFORM SKRIV-SATSHISTORIK
                       DISPLAY "Aendring afvist."
                   MOVE SAE-EFFEKTIV-DATO TO GBS-EFFEKTIV-DATO
                   WRITE GEBYRSATSREC
                   CLOSE GEBYRSATSFILE
               WHEN "F"
                   OPEN EXTEND FTPSATSFILE
                   IF WS-FTP-STATUS = "35"
                       OPEN OUTPUT FTPSATSFILE
                   END-IF
                   MOVE SAE-NOEGLE(1:3) TO FTP-VALUTAKODE
                   MOVE SAE-SATS TO FTP-SATS
                   MOVE SAE-EFFEKTIV-DATO TO FTP-EFFEKTIV-DATO
                   WRITE FTPSATSREC
                   CLOSE FTPSATSFILE
           END-EVALUATE.
           MOVE "G" TO SAE-STATUS.
           MOVE WS-GODKEND-OPERATOER TO SAE-GODKENDT-AF.
           MOVE WS-DAGS-DATO TO SAE-AFGJORT-DATO.
           REWRITE SATSAENDRINGREC.
           PERFORM SKRIV-SATSHISTORIK.
           DISPLAY "Aendring anvendt, effektiv "
               SAE-EFFEKTIV-DATO ".".

           KONTROLLER-PERIODE.
           CALL "PERIODELAAS" USING WS-LAAS-PROGRAM
               SAE-EFFEKTIV-DATO WS-PER-REFERENCE WS-PER-HANDLING
               WS-PER-NY-DATO WS-PER-RESULT.

           LAES-AENDRING.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE WS-VALGT-NR TO SAE-NR.
