      *    retired. High-risk customers are reviewed yearly, the
      *    rest every three years; an Opgave35 AML alert or an
      *    Opgave36 PEP hit escalates the customer to high risk
      *    with the review due at once (KYCESKALER); an expired or
      *    expiring identity document brings the review due without
      *    touching the risk (Opgave126, KYCFORFALD). The Opgave81
      *    nightly step seeds missing records and queues the ones
      *    falling due; the Opgave82 screen records a completed
      *    review and rolls the cycle.
