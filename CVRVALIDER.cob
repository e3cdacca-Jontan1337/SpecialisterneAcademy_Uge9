           IDENTIFICATION DIVISION.
           PROGRAM-ID. CVRVALIDER.

      *    Structured CVR-number check, in the CPRVALIDER style:
      *    eight digits, not starting with a zero, and the
      *    modulus-11 control - the digits weighted 2,7,6,5,4,3,2,1
      *    must sum to a multiple of eleven. What passes here is
      *    well-formed; whether the company exists is the CVR
      *    register's problem, not this check's.

           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-IX                        PIC 9(2) VALUE ZEROES.
           01 WS-CIFFER                    PIC 9(1) VALUE ZEROES.
           01 WS-SUM                       PIC 9(4) VALUE ZEROES.
           01 WS-KVOT                      PIC 9(4) VALUE ZEROES.
           01 WS-REST                      PIC 9(2) VALUE ZEROES.
           01 WS-VAEGT-TABEL.
               02 FILLER                   PIC X(8)
                                           VALUE "27654321".
           01 WS-VAEGTE REDEFINES WS-VAEGT-TABEL.
               02 WS-VAEGT OCCURS 8 TIMES
                                           PIC 9(1).

           LINKAGE SECTION.
           01 LS-CVR                       PIC X(8).
      *    "M" well-formed, "U" fails the check.
           01 LS-RESULT                    PIC X(1).

           PROCEDURE DIVISION USING LS-CVR LS-RESULT.
           MOVE "M" TO LS-RESULT.

           IF LS-CVR IS NOT NUMERIC
               MOVE "U" TO LS-RESULT
           ELSE
               IF LS-CVR(1:1) = "0"
                   MOVE "U" TO LS-RESULT
               ELSE
                   PERFORM KONTROLLER-MODULUS
               END-IF
           END-IF.

           EXIT PROGRAM.

           KONTROLLER-MODULUS.
           MOVE ZEROES TO WS-SUM.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 8
               MOVE LS-CVR(WS-IX:1) TO WS-CIFFER
               COMPUTE WS-SUM = WS-SUM
                   + WS-CIFFER * WS-VAEGT(WS-IX)
           END-PERFORM.
           DIVIDE WS-SUM BY 11 GIVING WS-KVOT
               REMAINDER WS-REST.
           IF WS-REST NOT = ZEROES
               MOVE "U" TO LS-RESULT
           END-IF.
