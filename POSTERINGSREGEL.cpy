      *    One Posteringsregler.txt rule: transaction type,
      *    KONTOTYPE ("****" = any) and movement direction (customer
      *    balance down "D", up "K"), naming the GL debit and credit
      *    account the movement books to.
               02 PRG-TRANS-TYPE       PIC X(1).
               02 PRG-KONTOTYPE        PIC X(4).
               02 PRG-RETNING          PIC X(1).
               02 PRG-DEBET-KONTO      PIC X(6).
               02 PRG-KREDIT-KONTO     PIC X(6).
