      *> One ValidateCard reject, kept for good. CARDERR.DAT only ever
      *> holds the latest run's rejects -- a fresh CardDemo run
      *> recreates it for CardRecyc and the morning reports -- so
      *> CardDemo appends the same reject, dated with the run date,
      *> to ERRHIST.DAT as well. MastRbld reads it back for the card
      *> master's rejected counts.
       01  ErrHistRecord.
           05  EHistDate        PIC 9(8).
           05  EHistRank        PIC 99.
           05  EHistSuit        PIC 9.
           05  EHistReason      PIC 9(2).
           05  EHistText        PIC X(32).
           05  EHistRunId       PIC X(8).
