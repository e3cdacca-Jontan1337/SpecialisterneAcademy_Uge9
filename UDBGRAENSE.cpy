      *    A customer's own daily outbound payment limit, set on the
      *    Opgave131 screen. It replaces the KONTOTYPE default from
      *    UdbetalingsGraenser.txt for all the customer's accounts;
      *    zero means no limit. A customer with no record here has
      *    the default of the paying account's type.
               02 UDG-KUNDE-ID         PIC X(10) VALUE SPACES.
               02 UDG-GRAENSE          PIC 9(7)V99 VALUE ZEROES.
               02 UDG-OPERATOER        PIC X(8) VALUE SPACES.
               02 UDG-DATO             PIC 9(8) VALUE ZEROES.
