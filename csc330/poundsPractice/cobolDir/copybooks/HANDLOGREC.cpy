      *> GAMELOG.DAT accumulates compares, with the session id and
      *> deal number telling one deal's hands from another's; the
      *> card fields past the card count are zeroed, same as
      *> HANDOUTREC. HLogGameType is the game type the deck was dealt
      *> under (STD for a deck with a blank header). A deal played
      *> for a tournament (DealHand TOURNEY) carries the tournament
      *> id and round; every other deal has spaces and zero there.
      *> Records written before these fields existed read back with
      *> spaces in them.
       01  HandLogRecord.
           05  HLogSessionId    PIC X(8).
           05  HLogDealNum      PIC 9(3).
           05  HLogCategory     PIC 9.
           05  HLogHighRank     PIC 99.
           05  HLogWinner       PIC X.
           05  HLogGameType     PIC X(8).
           05  HLogTournId      PIC X(8).
           05  HLogRound        PIC 9.
