      *    One written-off claim on AfskrivningsRegister.txt, keyed
      *    on the overdrawn KONTONUMMER. Proposed in Opgave95 once
      *    the Opgave54 collections case has reached its last trin,
      *    approved there by a second operator at level 3, who
      *    books the loss against the provision and the GL, brings
      *    the balance to zero and closes or freezes the account.
      *    The record stays as the recoveries register: a payment
      *    that later reaches the account through Opgave61 is
      *    counted here as a recovery (income), up to the amount
      *    written off, instead of being credited to the customer.
               02 AFS-KONTONUMMER      PIC X(20) VALUE SPACES.
               02 AFS-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 AFS-STATUS           PIC X(1) VALUE "F".
                  88 AFS-ER-FORESLAAET VALUE "F".
                  88 AFS-ER-AFSKREVET  VALUE "G".
                  88 AFS-ER-AFVIST     VALUE "A".
               02 AFS-VALUTA           PIC X(3) VALUE "DKK".
      *    The overdrawn amount - as proposed, then as actually
      *    written off on the approval date.
               02 AFS-BELOB            PIC 9(7)V99 VALUE ZEROES.
      *    The part of AFS-BELOB the Opgave94 provision covered;
      *    the rest was taken straight to expense.
               02 AFS-HENS-ANVENDT     PIC 9(7)V99 VALUE ZEROES.
      *    "L" close the account, "F" freeze it.
               02 AFS-LUKNING          PIC X(1) VALUE "F".
               02 AFS-BEGRUNDELSE      PIC X(50) VALUE SPACES.
               02 AFS-FORESLAAET-AF    PIC X(8) VALUE SPACES.
               02 AFS-FORESLAAET-DATO  PIC 9(8) VALUE ZEROES.
               02 AFS-GODKENDT-AF      PIC X(8) VALUE SPACES.
               02 AFS-GODKENDT-DATO    PIC 9(8) VALUE ZEROES.
               02 AFS-GL-BILAG-NR      PIC 9(6) VALUE ZEROES.
      *    Recoveries since the write-off.
               02 AFS-INDGAAET         PIC 9(7)V99 VALUE ZEROES.
               02 AFS-INDGANGE         PIC 9(3) VALUE ZEROES.
               02 AFS-SIDSTE-INDGANG   PIC 9(8) VALUE ZEROES.
