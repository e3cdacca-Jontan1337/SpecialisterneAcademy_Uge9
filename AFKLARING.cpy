               02 AFK-BELOB            PIC 9(7)V99 VALUE ZEROES.
               02 AFK-TEKST            PIC X(30) VALUE SPACES.
               02 AFK-OPERATOER        PIC X(8) VALUE SPACES.
      *    When the item was released and to which account - the
      *    repaired KONTONUMMER the credit was actually posted to,
      *    not the one the sending bank quoted. Zeroes and spaces
      *    while the item is open.
               02 AFK-FRIGIVET-DATO    PIC 9(8) VALUE ZEROES.
               02 AFK-FRIGIVET-KONTO   PIC X(20) VALUE SPACES.
