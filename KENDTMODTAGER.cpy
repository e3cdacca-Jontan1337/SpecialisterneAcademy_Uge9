      *    Beneficiary IBANs a customer has paid through Opgave49,
      *    one record per customer and IBAN. A payment to an IBAN
      *    not on file is a first payment to a new beneficiary.
               02 KM-NOEGLE.
                   03 KM-KUNDE-ID      PIC X(10) VALUE SPACES.
                   03 KM-IBAN          PIC X(20) VALUE SPACES.
               02 KM-FOERSTE-DATO      PIC 9(8) VALUE ZEROES.
               02 KM-SENESTE-DATO      PIC 9(8) VALUE ZEROES.
