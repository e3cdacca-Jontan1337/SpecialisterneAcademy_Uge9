      *    Running average-balance figures per account, kept by the
      *    Opgave90 step. Every calendar day counts: a day the chain
      *    does not run (weekend, holiday) carries the last closing
      *    balance, the way a balance really stands over a weekend.
      *    The sums are balance-days; the averages are the sums
      *    over the days counted so far this month and this year.
      *    Counting starts the first night the step sees the
      *    account, so an account opened mid-month averages over
      *    the days it has existed.
               02 GNS-KONTONUMMER      PIC X(20) VALUE SPACES.
               02 GNS-VALUTAKODE       PIC X(3) VALUE SPACES.
      *    The last business date added in and its closing balance,
      *    carried over the days until the next run. A rerun on the
      *    same date replaces that date's balance instead of adding
      *    the day twice.
               02 GNS-SIDSTE-DATO      PIC 9(8) VALUE ZEROES.
               02 GNS-SIDSTE-BALANCE   PIC S9(7)V99 VALUE ZEROES.
               02 GNS-MDR-DAGE         PIC 9(3) VALUE ZEROES.
               02 GNS-MDR-SUM          PIC S9(11)V99 VALUE ZEROES.
               02 GNS-MDR-GNS          PIC S9(7)V99 VALUE ZEROES.
               02 GNS-AAR-DAGE         PIC 9(3) VALUE ZEROES.
               02 GNS-AAR-SUM          PIC S9(11)V99 VALUE ZEROES.
               02 GNS-AAR-GNS          PIC S9(7)V99 VALUE ZEROES.
