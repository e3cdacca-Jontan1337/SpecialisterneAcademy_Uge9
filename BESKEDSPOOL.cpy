      *    One outbound customer notification on BeskedSpool.txt,
      *    written by the Opgave109 alert run for the SMS and email
      *    gateways to pick up: the channel, the phone number or
      *    email address to send to, and the message text.
               02 BS-DATO              PIC 9(8) VALUE ZEROES.
               02 BS-KANAL             PIC X(1) VALUE SPACES.
                  88 BS-ER-SMS         VALUE "S".
                  88 BS-ER-EMAIL       VALUE "E".
               02 BS-MODTAGER          PIC X(50) VALUE SPACES.
               02 BS-KUNDE-ID          PIC X(10) VALUE SPACES.
               02 BS-KONTONUMMER       PIC X(20) VALUE SPACES.
               02 BS-ALARM-TYPE        PIC X(1) VALUE SPACES.
               02 BS-TEKST             PIC X(80) VALUE SPACES.
