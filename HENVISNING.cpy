                  88 HENV-PGA-DAEKNING VALUE "D".
                  88 HENV-PGA-PRODUKTREGEL
                                       VALUE "P".
      *    The day the item was decided on the Opgave60 screen,
      *    zeroes while it is open. Records from before the field
      *    carry spaces and are taken as decided on HENV-DATO.
               02 HENV-AFGJORT-DATO    PIC 9(8) VALUE ZEROES.
