      *> Tournament definition, built by the tournament desk in
      *> TOURNDEF.DAT and read by TournPlay START. One T record
      *> first: the tournament id (which tags every hand the
      *> tournament deals in HANDLOG.DAT, so it must be new), the game
      *> type the decks are cut for (blank = STD), the hand size,
      *> the number of rounds (1-9), deals per round, and how many
      *> players go through after each round but the last (the final
      *> round ranks whoever reached it). Then one E record per
      *> entrant, by PLAYERS.DAT id -- 2 to the 10 a DealHand table
      *> seats. As in BATCHCTL, the first byte tells them apart.
       01  TournDefRecord.
           05  TDefType         PIC X.
           05  TDefTournId      PIC X(8).
           05  TDefGameType     PIC X(8).
           05  TDefHandSize     PIC 9.
           05  TDefRounds       PIC 9.
           05  TDefDeals        PIC 9(3).
           05  TDefAdvance OCCURS 8 TIMES
                                PIC 9(2).

       01  TournEntrantRecord.
           05  TEntType         PIC X.
           05  TEntPlayerId     PIC 9(3).
