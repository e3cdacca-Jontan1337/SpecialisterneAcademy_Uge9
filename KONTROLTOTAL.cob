           IDENTIFICATION DIVISION.
           PROGRAM-ID. KONTROLTOTAL.

      *    Handoff controls for the working files one step of the
      *    nightly chain leaves for a later one - the intake
      *    Transaktioner.txt, VentendeTransaktioner.txt, the
      *    posting delta and Opgave53's sorted extracts. The
      *    return code only says a step ended; it does not say the
      *    file it left is whole. So every program that writes one
      *    of these files counts what it writes, and the step that
      *    reads it next counts what it finds and compares, before
      *    it processes anything. The controls live on
      *    Kontroltotaler.txt (KONTROLTOTAL.cpy), one line per
      *    file: record count, amount total and key hash.
      *
      *    Functions, with the caller's running totals for the file
      *    in LS-KONTROL (KTL-FILNAVN names the file):
      *
      *      A - count one record just written (LS-LINJE)
      *      T - the file was appended to: add the running totals
      *          to the file's control
      *      E - the file was written anew (or emptied): the
      *          running totals replace the file's control
      *      V - read the file and compare what is on it with its
      *          control
      *      K - compare running totals the caller built itself
      *          with "A" against the file's control
      *
      *    T and E clear the running totals, so a program that
      *    opens, writes and closes per record can register after
      *    every close; V and K clear them when the file matches.
      *    On a mismatch they are left as found, and V and K hand
      *    the control back in LS-FORVENTET, for the caller's
      *    message. A file with no
      *    control line has a control of zero: an empty file
      *    passes, one with records no program registered does not.
      *
      *    Which field is the amount and which the key follows from
      *    the file's layout. On Transaktioner.txt a branch-
      *    delivered batch - "*BATCHHOVED*" through "*BATCHSLUT*" -
      *    is left out on both sides: it carries its own trailer
      *    control, which Opgave21 checks.
      *
      *    LS-RESULT: "M" registered or matching, "U" a mismatch,
      *    or the control could not be registered.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT KONTROLFILE ASSIGN TO "Kontroltotaler.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTL-STATUS.
      *    The files under control, read only by "V".
           SELECT TRANSAKTIONFILE ASSIGN TO "Transaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVD-STATUS.
           SELECT VENTENDEFILE ASSIGN TO "VentendeTransaktioner.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVD-STATUS.
           SELECT DELTAFILE ASSIGN TO "PosteringsDelta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVD-STATUS.
           SELECT VALUTASORTFILE ASSIGN TO "KundeSortValuta.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVD-STATUS.
           SELECT NAVNESORTFILE ASSIGN TO "KundeSortNavn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVD-STATUS.
           SELECT IDSORTFILE ASSIGN TO "KundeSortId.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVD-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD KONTROLFILE.
           01 KONTROLREC.
               COPY "KONTROLTOTAL.cpy".

           FD TRANSAKTIONFILE.
           01 TRANSAKTIONLINE              PIC X(300).

           FD VENTENDEFILE.
           01 VENTENDELINE                 PIC X(300).

           FD DELTAFILE.
           01 DELTALINE                    PIC X(300).

           FD VALUTASORTFILE.
           01 VALUTASORTLINE               PIC X(300).

           FD NAVNESORTFILE.
           01 NAVNESORTLINE                PIC X(300).

           FD IDSORTFILE.
           01 IDSORTLINE                   PIC X(300).

           WORKING-STORAGE SECTION.
           01 WS-KTL-STATUS                PIC X(2).
           01 WS-OVD-STATUS                PIC X(2).
           01 WS-END-OF-FILE               PIC 9(1) VALUE ZEROES.

      *    Kontroltotaler.txt, loaded whole and written back whole.
           01 WS-KT-ANTAL                  PIC 9(2) VALUE ZEROES.
           01 WS-KT-TABEL.
               02 WS-KT-POST OCCURS 30 TIMES.
                   03 WS-KT-FILNAVN        PIC X(30).
                   03 FILLER               PIC X(63).
           01 WS-KT-IX                     PIC 9(2) VALUE ZEROES.
           01 WS-KT-FUNDET                 PIC 9(2) VALUE ZEROES.

      *    "J" between a batch header and its trailer.
           01 WS-I-BATCH                   PIC X(1) VALUE "N".
           01 WS-TAELLES                   PIC X(1) VALUE "J".

           01 WS-LINJE                     PIC X(300) VALUE SPACES.
           01 WS-NOEGLE                    PIC X(20) VALUE SPACES.
           01 WS-BELOB                     PIC S9(9)V99 VALUE ZEROES.
           01 WS-TP-BELOB-X                PIC X(9) VALUE SPACES.
           01 WS-TP-BELOB REDEFINES WS-TP-BELOB-X
                                           PIC 9(7)V99.
           01 WS-KS-BELOB-X                PIC X(9) VALUE SPACES.
           01 WS-KS-BELOB REDEFINES WS-KS-BELOB-X
                                           PIC S9(7)V99.
           01 WS-TH-BELOB-ED               PIC Z(6)9.99 VALUE ZEROES.

           01 WS-CHARTABLE                 PIC X(36) VALUE
               "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 WS-TEGN                      PIC X(1) VALUE SPACES.
           01 WS-TEGN-IX                   PIC 9(2) VALUE ZEROES.
           01 WS-TBL-IX                    PIC 9(2) VALUE ZEROES.
           01 WS-TEGN-VAERDI               PIC 9(2) VALUE ZEROES.

           01 WS-DAGS-DATO                 PIC 9(8) VALUE ZEROES.
           01 WS-TID                       PIC 9(8) VALUE ZEROES.

           LINKAGE SECTION.
           01 LS-FUNKTION                  PIC X(1).
           01 LS-KONTROL.
               COPY "KONTROLTOTAL.cpy".
           01 LS-LINJE                     PIC X(300).
           01 LS-FORVENTET.
               COPY "KONTROLTOTAL.cpy".
           01 LS-RESULT                    PIC X(1).

           PROCEDURE DIVISION USING LS-FUNKTION LS-KONTROL LS-LINJE
               LS-FORVENTET LS-RESULT.
           MOVE "M" TO LS-RESULT.
           EVALUATE LS-FUNKTION
               WHEN "A"
                   MOVE LS-LINJE TO WS-LINJE
                   PERFORM TAEL-LINJE
               WHEN "T"
                   PERFORM REGISTRER-KONTROL
               WHEN "E"
                   PERFORM REGISTRER-KONTROL
               WHEN "V"
                   PERFORM TAEL-FILEN
                   PERFORM SAMMENLIGN-KONTROL
               WHEN "K"
                   PERFORM SAMMENLIGN-KONTROL
               WHEN OTHER
                   MOVE "U" TO LS-RESULT
           END-EVALUATE.
           EXIT PROGRAM.

           TAEL-LINJE.
           MOVE "J" TO WS-TAELLES.
           IF KTL-FILNAVN OF LS-KONTROL = "Transaktioner.txt"
               EVALUATE TRUE
                   WHEN WS-LINJE(1:12) = "*BATCHHOVED*"
                       MOVE "J" TO WS-I-BATCH
                       MOVE "N" TO WS-TAELLES
                   WHEN WS-LINJE(1:11) = "*BATCHSLUT*"
                       MOVE "N" TO WS-I-BATCH
                       MOVE "N" TO WS-TAELLES
                   WHEN WS-I-BATCH = "J"
                       MOVE "N" TO WS-TAELLES
               END-EVALUATE
           END-IF.
           IF WS-TAELLES = "J"
               PERFORM UDTRAEK-FELTER
               ADD 1 TO KTL-ANTAL OF LS-KONTROL
               ADD WS-BELOB TO KTL-BELOB-SUM OF LS-KONTROL
               PERFORM VARYING WS-TEGN-IX FROM 1 BY 1
                   UNTIL WS-TEGN-IX > 20
                   MOVE WS-NOEGLE(WS-TEGN-IX:1) TO WS-TEGN
                   PERFORM FIND-TEGNVAERDI
                   COMPUTE KTL-NOEGLE-SUM OF LS-KONTROL =
                       KTL-NOEGLE-SUM OF LS-KONTROL
                       + WS-TEGN-VAERDI * WS-TEGN-IX
               END-PERFORM
           END-IF.

      *    The posting records (TRANSPOSTERING.cpy): KONTONUMMER
      *    and TP-BELOB. The delta lines (TRANSHISTORIK.cpy):
      *    TH-KONTONUMMER and the edited TH-BELOB. The sorted
      *    master extracts (KUNDEOPL.cpy): KUNDE-ID and BALANCE.
           UDTRAEK-FELTER.
           MOVE ZEROES TO WS-BELOB.
           EVALUATE KTL-FILNAVN OF LS-KONTROL
               WHEN "Transaktioner.txt"
               WHEN "VentendeTransaktioner.txt"
                   MOVE WS-LINJE(1:20) TO WS-NOEGLE
                   MOVE WS-LINJE(22:9) TO WS-TP-BELOB-X
                   IF WS-TP-BELOB-X IS NUMERIC
                       MOVE WS-TP-BELOB TO WS-BELOB
                   END-IF
               WHEN "PosteringsDelta.txt"
                   MOVE WS-LINJE(22:20) TO WS-NOEGLE
                   MOVE WS-LINJE(56:10) TO WS-TH-BELOB-ED
                   MOVE WS-TH-BELOB-ED TO WS-BELOB
               WHEN "KundeSortValuta.txt"
               WHEN "KundeSortNavn.txt"
               WHEN "KundeSortId.txt"
                   MOVE WS-LINJE(1:10) TO WS-NOEGLE
                   MOVE WS-LINJE(71:9) TO WS-KS-BELOB-X
                   IF WS-KS-BELOB IS NUMERIC
                       MOVE WS-KS-BELOB TO WS-BELOB
                   END-IF
               WHEN OTHER
                   MOVE WS-LINJE(1:20) TO WS-NOEGLE
           END-EVALUATE.

      *    Digits count their own value, letters 10-35 as in an
      *    IBAN, anything else nothing.
           FIND-TEGNVAERDI.
           MOVE ZEROES TO WS-TEGN-VAERDI.
           IF WS-TEGN NOT = SPACE
               PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                   UNTIL WS-TBL-IX > 36
                   OR WS-CHARTABLE(WS-TBL-IX:1) = WS-TEGN
                   CONTINUE
               END-PERFORM
               IF WS-TBL-IX <= 36
                   COMPUTE WS-TEGN-VAERDI = WS-TBL-IX - 1
               END-IF
           END-IF.

      *    A file that is not there holds nothing, nor does one
      *    this program does not know.
           TAEL-FILEN.
           PERFORM NULSTIL-LOEBENDE.
           MOVE "N" TO WS-I-BATCH.
           EVALUATE KTL-FILNAVN OF LS-KONTROL
               WHEN "Transaktioner.txt"
                   PERFORM TAEL-TRANSAKTIONER
               WHEN "VentendeTransaktioner.txt"
                   PERFORM TAEL-VENTENDE
               WHEN "PosteringsDelta.txt"
                   PERFORM TAEL-DELTA
               WHEN "KundeSortValuta.txt"
                   PERFORM TAEL-VALUTASORT
               WHEN "KundeSortNavn.txt"
                   PERFORM TAEL-NAVNESORT
               WHEN "KundeSortId.txt"
                   PERFORM TAEL-IDSORT
           END-EVALUATE.
           MOVE "N" TO WS-I-BATCH.

           TAEL-TRANSAKTIONER.
           OPEN INPUT TRANSAKTIONFILE.
           IF WS-OVD-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ TRANSAKTIONFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM TAEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE TRANSAKTIONFILE
           END-IF.

           TAEL-VENTENDE.
           OPEN INPUT VENTENDEFILE.
           IF WS-OVD-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ VENTENDEFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM TAEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE VENTENDEFILE
           END-IF.

           TAEL-DELTA.
           OPEN INPUT DELTAFILE.
           IF WS-OVD-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ DELTAFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM TAEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE DELTAFILE
           END-IF.

           TAEL-VALUTASORT.
           OPEN INPUT VALUTASORTFILE.
           IF WS-OVD-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ VALUTASORTFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM TAEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE VALUTASORTFILE
           END-IF.

           TAEL-NAVNESORT.
           OPEN INPUT NAVNESORTFILE.
           IF WS-OVD-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ NAVNESORTFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM TAEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE NAVNESORTFILE
           END-IF.

           TAEL-IDSORT.
           OPEN INPUT IDSORTFILE.
           IF WS-OVD-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ IDSORTFILE INTO WS-LINJE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM TAEL-LINJE
                   END-READ
               END-PERFORM
               CLOSE IDSORTFILE
           END-IF.

           SAMMENLIGN-KONTROL.
           PERFORM INDLAES-KONTROLLER.
           PERFORM FIND-KONTROL.
           INITIALIZE LS-FORVENTET.
           IF WS-KT-FUNDET > ZEROES
               MOVE WS-KT-POST(WS-KT-FUNDET) TO LS-FORVENTET
           ELSE
               MOVE KTL-FILNAVN OF LS-KONTROL
                   TO KTL-FILNAVN OF LS-FORVENTET
           END-IF.
           IF KTL-ANTAL OF LS-KONTROL NOT =
               KTL-ANTAL OF LS-FORVENTET
               OR KTL-BELOB-SUM OF LS-KONTROL NOT =
               KTL-BELOB-SUM OF LS-FORVENTET
               OR KTL-NOEGLE-SUM OF LS-KONTROL NOT =
               KTL-NOEGLE-SUM OF LS-FORVENTET
               MOVE "U" TO LS-RESULT
           ELSE
               PERFORM NULSTIL-LOEBENDE
           END-IF.

           NULSTIL-LOEBENDE.
           MOVE ZEROES TO KTL-ANTAL OF LS-KONTROL.
           MOVE ZEROES TO KTL-BELOB-SUM OF LS-KONTROL.
           MOVE ZEROES TO KTL-NOEGLE-SUM OF LS-KONTROL.

           REGISTRER-KONTROL.
           MOVE "N" TO WS-I-BATCH.
           PERFORM INDLAES-KONTROLLER.
           PERFORM FIND-KONTROL.
           IF WS-KT-FUNDET = ZEROES AND WS-KT-ANTAL < 30
               ADD 1 TO WS-KT-ANTAL
               MOVE WS-KT-ANTAL TO WS-KT-FUNDET
               INITIALIZE KONTROLREC
               MOVE KTL-FILNAVN OF LS-KONTROL
                   TO KTL-FILNAVN OF KONTROLREC
               MOVE KONTROLREC TO WS-KT-POST(WS-KT-FUNDET)
           END-IF.
           IF WS-KT-FUNDET = ZEROES
               MOVE "U" TO LS-RESULT
           ELSE
               PERFORM OPDATER-KONTROL
           END-IF.
           PERFORM NULSTIL-LOEBENDE.

           OPDATER-KONTROL.
           MOVE WS-KT-POST(WS-KT-FUNDET) TO KONTROLREC.
           IF LS-FUNKTION = "T"
               ADD KTL-ANTAL OF LS-KONTROL
                   TO KTL-ANTAL OF KONTROLREC
               ADD KTL-BELOB-SUM OF LS-KONTROL
                   TO KTL-BELOB-SUM OF KONTROLREC
               ADD KTL-NOEGLE-SUM OF LS-KONTROL
                   TO KTL-NOEGLE-SUM OF KONTROLREC
           ELSE
               MOVE KTL-ANTAL OF LS-KONTROL
                   TO KTL-ANTAL OF KONTROLREC
               MOVE KTL-BELOB-SUM OF LS-KONTROL
                   TO KTL-BELOB-SUM OF KONTROLREC
               MOVE KTL-NOEGLE-SUM OF LS-KONTROL
                   TO KTL-NOEGLE-SUM OF KONTROLREC
           END-IF.
           MOVE KTL-PROGRAM OF LS-KONTROL
               TO KTL-PROGRAM OF KONTROLREC.
           ACCEPT WS-DAGS-DATO FROM DATE YYYYMMDD.
           ACCEPT WS-TID FROM TIME.
           MOVE WS-DAGS-DATO TO KTL-DATO OF KONTROLREC.
           MOVE WS-TID TO KTL-TID OF KONTROLREC.
           MOVE KONTROLREC TO WS-KT-POST(WS-KT-FUNDET).
           PERFORM SKRIV-KONTROLLER.

           INDLAES-KONTROLLER.
           MOVE ZEROES TO WS-KT-ANTAL.
           OPEN INPUT KONTROLFILE.
           IF WS-KTL-STATUS = "00"
               MOVE ZEROES TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 1
                   READ KONTROLFILE
                       AT END
                           MOVE 1 TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-KT-ANTAL < 30
                               AND KTL-FILNAVN OF KONTROLREC
                                   NOT = SPACES
                               ADD 1 TO WS-KT-ANTAL
                               MOVE KONTROLREC
                                   TO WS-KT-POST(WS-KT-ANTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KONTROLFILE
           END-IF.

           FIND-KONTROL.
           MOVE ZEROES TO WS-KT-FUNDET.
           PERFORM VARYING WS-KT-IX FROM 1 BY 1
               UNTIL WS-KT-IX > WS-KT-ANTAL
               IF WS-KT-FILNAVN(WS-KT-IX) = KTL-FILNAVN OF LS-KONTROL
                   MOVE WS-KT-IX TO WS-KT-FUNDET
               END-IF
           END-PERFORM.

           SKRIV-KONTROLLER.
           OPEN OUTPUT KONTROLFILE.
           IF WS-KTL-STATUS NOT = "00"
               MOVE "U" TO LS-RESULT
           ELSE
               PERFORM VARYING WS-KT-IX FROM 1 BY 1
                   UNTIL WS-KT-IX > WS-KT-ANTAL
                   MOVE WS-KT-POST(WS-KT-IX) TO KONTROLREC
                   WRITE KONTROLREC
               END-PERFORM
               CLOSE KONTROLFILE
           END-IF.
