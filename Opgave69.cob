
      *    Menu-driven maintenance of the Operatoerer.txt operator
      *    file, in the same screen style as the Opgave65 waiver
      *    maintenance: create an operator, change code, authority
      *    level, branch or own KUNDE-ID, or bar (spaerre) one.
      *    Guarded by the same OPERATORKONTROL sign-on it
      *    maintains, at approve level - on a fresh installation
      *    with no operator file the sign-on lets the first
      *    operator through with a warning, which is how the file
      *    gets its first record.
      *    Barred operators keep their record for the trail. Every
      *    applied change is logged through AUDITLOG.

           01 WS-BEKRAEFT                  PIC X(1) VALUE SPACES.
           01 WS-NY-KODE                   PIC X(8) VALUE SPACES.
           01 WS-NY-NIVEAU                 PIC X(1) VALUE SPACES.
           01 WS-NY-AFDELING               PIC X(3) VALUE SPACES.
           01 WS-NY-KUNDE-ID               PIC X(10) VALUE SPACES.

           01 WS-FOUND-SWITCH              PIC X(1) VALUE "N".
              88 WS-RECORD-FUNDET          VALUE "Y".
           DISPLAY " ".
           DISPLAY "OPERATOERVEDLIGEHOLDELSE".
           DISPLAY "O - Opret operatoer".
           DISPLAY "A - Aendre kode/niveau/afdeling".
           DISPLAY "S - Spaer operatoer".
           DISPLAY "X - Afslut".
           DISPLAY "Valg: " WITH NO ADVANCING.
           IF OPR-NIVEAU < 1 OR OPR-NIVEAU > 3
               MOVE 1 TO OPR-NIVEAU
           END-IF.
           DISPLAY "AFDELING (blank = 001): " WITH NO ADVANCING.
           ACCEPT OPR-AFDELING.
           IF OPR-AFDELING = SPACES
               MOVE "001" TO OPR-AFDELING
           END-IF.
           DISPLAY "EGET KUNDE-ID (blank = ikke kunde): "
               WITH NO ADVANCING.
           ACCEPT OPR-KUNDE-ID.
           MOVE "A" TO OPR-STATUS.
           DISPLAY "Godkend oprettelse (J/N): " WITH NO ADVANCING.
           ACCEPT WS-BEKRAEFT.
                   OR WS-NY-NIVEAU = "3"
                   MOVE WS-NY-NIVEAU TO OPR-NIVEAU
               END-IF
               DISPLAY "NY AFDELING (blank = uaendret): "
                   WITH NO ADVANCING
               ACCEPT WS-NY-AFDELING
               IF WS-NY-AFDELING NOT = SPACES
                   MOVE WS-NY-AFDELING TO OPR-AFDELING
               END-IF
               DISPLAY "NYT EGET KUNDE-ID (blank = uaendret): "
                   WITH NO ADVANCING
               ACCEPT WS-NY-KUNDE-ID
               IF WS-NY-KUNDE-ID NOT = SPACES
                   MOVE WS-NY-KUNDE-ID TO OPR-KUNDE-ID
               END-IF
               DISPLAY "Godkend aendring (J/N): "
                   WITH NO ADVANCING
               ACCEPT WS-BEKRAEFT
