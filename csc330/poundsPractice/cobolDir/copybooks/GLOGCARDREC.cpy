      *> One card's decided comparisons for one closed month, rolled
      *> up from GAMELOG.DAT detail by GameRoll alongside the
      *> GLOGSUM.DAT date/game-type totals: how many the card won
      *> and lost, on either side of the compare. GLOGCARD.DAT
      *> accumulates month after month the way GLOGSUM.DAT does, and
      *> is what lets MastRbld put a card's wins and losses back
      *> together once its detail has been rolled away.
       01  GameLogCardRecord.
           05  GCardMonth       PIC 9(6).
           05  GCardRank        PIC 99.
           05  GCardSuit        PIC 9.
           05  GCardWins        PIC 9(6).
           05  GCardLosses      PIC 9(6).
