      *    One Kontoplan.txt line: GL account number, name and
      *    class (A asset, P liability, I income, U expense). The
      *    class also gives the account's normal side - A/U carry
      *    a debit balance, P/I a credit balance. GLK-SAMLEKONTO
      *    "S" marks the control account for a customer sub-ledger
      *    (the KontoOpl.txt accounts whose posting rules book to
      *    it), which is how the sub-ledger side of a rule is told
      *    from its clearing side.
               02 GLK-KONTO            PIC X(6).
               02 GLK-NAVN             PIC X(27).
               02 GLK-KLASSE           PIC X(1).
               02 GLK-SAMLEKONTO       PIC X(1).
                  88 GLK-ER-SAMLEKONTO VALUE "S".
