      *    Indexed companion to TransaktionsHistorik.txt: every
      *    history line once more, keyed so one account's story (or
      *    one posting reference) can be read directly instead of
      *    running the whole append-only file forward. Kept in step
      *    through TRANSHISTIDX by every program that writes the
      *    history. The primary key runs account, then reference -
      *    references are drawn at apply time, so that is applied
      *    order. Lines from before the reference field (and the
      *    FX spread folded back under a shared reference) give the
      *    same account/reference twice; THX-DEL numbers them in
      *    file order. The alternate key is the storno lookup.
               02 THX-NOEGLE.
                   03 THX-KONTONUMMER  PIC X(20) VALUE SPACES.
                   03 THX-REFERENCE    PIC 9(9) VALUE ZEROES.
                   03 THX-DEL          PIC 9(5) VALUE ZEROES.
      *    The history line itself, in the TRANSHISTORIK layout.
               02 THX-LINJE            PIC X(171) VALUE SPACES.
