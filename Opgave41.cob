      *        contact lines overwritten in a copy-over pass;
      *      - AdresseHistorik.txt: the address text of the
      *        customer's lines overwritten, date and key kept;
      *        the same in every AdresseHistorikArkivYYYY.txt year
      *        the Opgave137 retention run has listed as active on
      *        OpbevaringsManifest.txt;
      *      - TransaktionsHistorik.txt: the free-text field of
      *        postings on the customer's accounts (found via the
      *        KUNDE-ID alternate key on KontoOpl.txt) overwritten,
      *        they are counted for the certificate and left as
      *        the numeric history they are.
      *
      *    The customer's NemKonto designation is cancelled through
      *    NEMKONTOOPHOER, so the Opgave99 report takes the account
      *    off the national registry.
      *
      *    SletningsCertifikat.txt lists exactly what was cleansed
      *    where, one line per file.

               ASSIGN TO "AdresseHistorik.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AHA-STATUS.
           SELECT MANIFESTFILE ASSIGN TO "OpbevaringsManifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT ADRARKIVFILE ASSIGN TO WS-ARKIV-NAVN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARK-STATUS.
           SELECT TRANSHISTORIKFILE
               ASSIGN TO "TransaktionsHistorik.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           FD ADRHISTARBEJDSFILE.
           01 ADRHISTARBEJDSLINE           PIC X(171).

           FD MANIFESTFILE.
           01 MANIFESTREC.
               02 MAN-FILNAVN              PIC X(30).
               02 MAN-AAR                  PIC 9(4).
               02 MAN-ANTAL                PIC 9(7).
               02 MAN-STATUS               PIC X(1).
               02 MAN-DATO                 PIC 9(8).

           FD ADRARKIVFILE.
           01 ADRARKIVLINE                 PIC X(171).

           FD TRANSHISTORIKFILE.
           01 TRANSHISTORIKLINE            PIC X(171).

           01 WS-KTA-STATUS                PIC X(2).
           01 WS-AHI-STATUS                PIC X(2).
           01 WS-AHA-STATUS                PIC X(2).
           01 WS-MAN-STATUS                PIC X(2).
           01 WS-ARK-STATUS                PIC X(2).
           01 WS-THI-STATUS                PIC X(2).
           01 WS-THA-STATUS                PIC X(2).
           01 WS-KAR-STATUS                PIC X(2).

           01 WS-HISTORIK-REC.
               COPY "TRANSHISTORIK.cpy".
           01 WS-THX-FUNKTION              PIC X(1) VALUE "O".
           01 WS-THX-RESULT                PIC X(1) VALUE SPACES.

      *    The customer's account numbers, for the history pass.
           01 WS-KONTO-ANTAL               PIC 9(3) VALUE ZEROES.
           01 WS-KONTO-IX                  PIC 9(3) VALUE ZEROES.
           01 WS-KONTO-MATCH               PIC X(1) VALUE "N".

      *    The active AdresseHistorik archive years off
      *    OpbevaringsManifest.txt.
           01 WS-ARKIV-ANTAL               PIC 9(3) VALUE ZEROES.
           01 WS-ARKIV-TABEL.
               02 WS-ARKIV-AAR-T OCCURS 100 TIMES
                                           PIC 9(4).
           01 WS-ARKIV-IX                  PIC 9(3) VALUE ZEROES.
           01 WS-ARKIV-NAVN                PIC X(40) VALUE SPACES.

           01 WS-CERT-LINE                 PIC X(100) VALUE SPACES.

           01 WS-CTL-KONTAKTER             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ADRHIST               PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ADRHIST-ARKIV         PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ADRHIST-ARKIVER       PIC 9(3) VALUE ZEROES.
           01 WS-CTL-TRANSHIST             PIC 9(5) VALUE ZEROES.
           01 WS-CTL-ARKIVLINJER           PIC 9(5) VALUE ZEROES.
           01 WS-CTL-AUDITLINJER           PIC 9(5) VALUE ZEROES.

           01 WS-INGEN-KONTONUMMER         PIC X(20) VALUE SPACES.
           01 WS-NKT-AARSAG                PIC X(1) VALUE "S".
           01 WS-NKT-RESULT                PIC X(1) VALUE SPACES.

           01 WS-LAAS-PROGRAM              PIC X(8)
                                           VALUE "OPGAVE41".
           01 WS-LAAS-RESULT               PIC X(1) VALUE SPACES.
               PERFORM SAML-ARKIVEREDE-KONTI
               PERFORM ANONYMISER-KONTAKTER
               PERFORM ANONYMISER-ADRESSEHISTORIK
               PERFORM ANONYMISER-ADRHIST-ARKIVER
               PERFORM ANONYMISER-TRANSHISTORIK
               CALL "NEMKONTOOPHOER" USING WS-SLET-KUNDE-ID
                   WS-INGEN-KONTONUMMER WS-NKT-AARSAG
                   WS-LAAS-PROGRAM WS-NKT-RESULT
               PERFORM TAEL-ARKIVLINJER
               PERFORM TAEL-AUDITLINJER
               PERFORM SKRIV-CERTIFIKAT
           CLOSE ADRHISTARBEJDSFILE.
           CLOSE ADRHISTFILE.

      *    Opgave137 moves address lines past their live period
      *    into one archive per year; every year still listed as
      *    active is cleansed the same way as the live file.
           ANONYMISER-ADRHIST-ARKIVER.
           MOVE ZEROES TO WS-ARKIV-ANTAL.
           OPEN INPUT MANIFESTFILE.
           IF WS-MAN-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ MANIFESTFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF MAN-FILNAVN = "AdresseHistorik.txt"
                               AND MAN-STATUS = "A"
                               AND WS-ARKIV-ANTAL < 100
                               ADD 1 TO WS-ARKIV-ANTAL
                               MOVE MAN-AAR
                                   TO WS-ARKIV-AAR-T(WS-ARKIV-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFESTFILE
           END-IF.
           PERFORM VARYING WS-ARKIV-IX FROM 1 BY 1
                   UNTIL WS-ARKIV-IX > WS-ARKIV-ANTAL
               PERFORM ANONYMISER-ET-ADRHIST-ARKIV
           END-PERFORM.

           ANONYMISER-ET-ADRHIST-ARKIV.
           MOVE SPACES TO WS-ARKIV-NAVN.
           STRING "AdresseHistorikArkiv" WS-ARKIV-AAR-T(WS-ARKIV-IX)
               ".txt" DELIMITED BY SIZE INTO WS-ARKIV-NAVN.
           OPEN INPUT ADRARKIVFILE.
           IF WS-ARK-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT ADRHISTARBEJDSFILE
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ ADRARKIVFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF ADRARKIVLINE(19:10) = WS-SLET-KUNDE-ID
                               MOVE "ANONYMISERET"
                                   TO ADRARKIVLINE(29:132)
                               ADD 1 TO WS-CTL-ADRHIST-ARKIV
                           END-IF
                           MOVE ADRARKIVLINE TO ADRHISTARBEJDSLINE
                           WRITE ADRHISTARBEJDSLINE
                   END-READ
               END-PERFORM
               CLOSE ADRARKIVFILE
               CLOSE ADRHISTARBEJDSFILE
               PERFORM KOPIER-ADRARKIV-TILBAGE
               ADD 1 TO WS-CTL-ADRHIST-ARKIVER
           END-IF.

           KOPIER-ADRARKIV-TILBAGE.
           OPEN INPUT ADRHISTARBEJDSFILE.
           OPEN OUTPUT ADRARKIVFILE.
           MOVE ZEROES TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 1
               READ ADRHISTARBEJDSFILE
                   AT END
                       MOVE 1 TO WS-END-OF-FILE
                   NOT AT END
                       MOVE ADRHISTARBEJDSLINE TO ADRARKIVLINE
                       WRITE ADRARKIVLINE
               END-READ
           END-PERFORM.
           CLOSE ADRHISTARBEJDSFILE.
           CLOSE ADRARKIVFILE.

      *    Amounts and balances on the customer's posting lines
      *    stay; only the free text is overwritten.
           ANONYMISER-TRANSHISTORIK.
           END-PERFORM.
           CLOSE TRANSHISTARBEJDSFILE.
           CLOSE TRANSHISTORIKFILE.
      *    The history was rewritten in place, so its index is
      *    rebuilt from it to stay in step.
           CALL "TRANSHISTIDX" USING WS-THX-FUNKTION
               WS-HISTORIK-REC WS-THX-RESULT.
           IF WS-THX-RESULT NOT = "M"
               DISPLAY "ADVARSEL: TransHistorikIdx.txt kunne ikke "
                   "genopbygges"
           END-IF.

      *    The archive and the audit log carry the key and the
      *    figures but no name, address or contact data - they are
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM SKRIV-CERT-LINJE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "AdresseHistorikArkivYYYY.txt: "
               WS-CTL-ADRHIST-ARKIV " linjer anonymiseret i "
               WS-CTL-ADRHIST-ARKIVER " arkiver."
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM SKRIV-CERT-LINJE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "TransaktionsHistorik.txt: " WS-CTL-TRANSHIST
               " posteringstekster anonymiseret."
               DELIMITED BY SIZE INTO WS-CERT-LINE.
               " linjer uden navnefelter, bevaret som tal."
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           PERFORM SKRIV-CERT-LINJE.
           IF WS-NKT-RESULT = "M"
               MOVE "NemKonto.txt: udpegning ophoert, afmeldes i nat."
                   TO WS-CERT-LINE
           ELSE
               MOVE "NemKonto.txt: ingen aktiv udpegning."
                   TO WS-CERT-LINE
           END-IF.
           PERFORM SKRIV-CERT-LINJE.
           CLOSE CERTIFIKATOUT.
           DISPLAY "Anonymisering gennemfoert, se "
               "SletningsCertifikat.txt".
