      *    One customer selected for a marketing campaign, on
      *    KampagneUdtraek.txt written by Opgave121 - the file
      *    handed to marketing instead of a copy of the customer
      *    master. Letters carry the address off the customer
      *    record; email, SMS and phone carry the first matching
      *    line on KundeKontakter.txt in KU-MODTAGER.
               02 KU-KUNDE-ID          PIC X(10) VALUE SPACES.
               02 KU-KANAL             PIC X(1) VALUE SPACES.
               02 KU-NAVN              PIC X(41) VALUE SPACES.
               02 KU-MODTAGER          PIC X(50) VALUE SPACES.
               02 KU-ADRESSE.
                   03 KU-VEJ           PIC X(50) VALUE SPACES.
                   03 KU-ADRESSE-LINJE-2 PIC X(30) VALUE SPACES.
                   03 KU-POSTNR        PIC X(4) VALUE SPACES.
                   03 KU-BY            PIC X(20) VALUE SPACES.
                   03 KU-LANDE-KODE    PIC X(2) VALUE SPACES.
