      *> One reject reason, kept in REASONS.DAT by the shift
      *> supervisor -- the one place a reason code's meaning lives.
      *> CardDemo writes the text onto every reject; CardRecyc only
      *> repairs rejects whose reason is recycle-eligible (Y); OpsRpt
      *> and MornSum show the text, and MornSum puts any reject whose
      *> reason is flagged for the morning (Y) at the top of the
      *> page. Severity is I (information), W (warning) or E
      *> (error). CardDemo assigns codes 1 suit out of range, 2 rank
      *> out of range for game type, 3 joker suit/rank mismatch, 4
      *> jokers not valid for game type, 5 operator-flagged bad
      *> mapping, 6 duplicate card in run.
       01  ReasonRecord.
           05  RsnRecCode       PIC 9(2).
           05  RsnRecText       PIC X(32).
           05  RsnRecSeverity   PIC X.
           05  RsnRecRecycle    PIC X.
           05  RsnRecMorning    PIC X.
