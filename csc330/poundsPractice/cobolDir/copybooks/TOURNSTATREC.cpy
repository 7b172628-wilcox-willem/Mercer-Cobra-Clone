      *> Running state of the tournament in play, in TOURNSTAT.DAT:
      *> written by TournPlay START and rewritten by each TournPlay
      *> ROUND, read by DealHand TOURNEY to seat the current round.
      *> One C record first -- the definition carried forward, the
      *> round now being played, PLAYING or COMPLETE, and the seed
      *> the current seating was drawn with -- then one P record per
      *> entrant: the seat this round (0 once out), the round the
      *> player went out in (0 while still in), the final place once
      *> decided, and tournament-only deal and win totals. These
      *> totals are the tournament's own; PLAYSTAND.DAT never sees
      *> a tournament deal.
       01  TournCtlRecord.
           05  TCtlType         PIC X.
           05  TCtlTournId      PIC X(8).
           05  TCtlGameType     PIC X(8).
           05  TCtlHandSize     PIC 9.
           05  TCtlRounds       PIC 9.
           05  TCtlDeals        PIC 9(3).
           05  TCtlAdvance OCCURS 8 TIMES
                                PIC 9(2).
           05  TCtlRound        PIC 9.
           05  TCtlStatus       PIC X(8).
           05  TCtlSeed         PIC 9(8).

       01  TournSeatRecord.
           05  TSeatType        PIC X.
           05  TSeatPlayerId    PIC 9(3).
           05  TSeatName        PIC X(20).
           05  TSeatNo          PIC 9(2).
           05  TSeatOutRound    PIC 9.
           05  TSeatPlace       PIC 9(2).
           05  TSeatDeals       PIC 9(4).
           05  TSeatWins        PIC 9(4).
