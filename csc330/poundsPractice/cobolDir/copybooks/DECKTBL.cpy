      *> The deck and working fields for BuildDeck/ShuffleDeck in
      *> copybooks/DECKSHUF. Each card carries DeckOrig, its place in
      *> the fresh deck before the shuffle (1-54), so a program can
      *> follow cards through it; DeckGen writes only rank and suit.
       01  DeckSize         PIC 9(2) VALUE 54.
       01  DeckTable.
           05  DeckEntry OCCURS 54 TIMES INDEXED BY DeckIdx.
               10  DeckRank     PIC 99.
               10  DeckSuit     PIC 9.
               10  DeckOrig     PIC 9(2).
       01  BuildRank        PIC 99.
       01  BuildSuit        PIC 9.
       01  ShuffleCtr       PIC 9(2).
       01  SwapWith         PIC 9(2).
       01  RandomSeed       PIC 9(8).
       01  RandomWork       PIC 9(8).
       01  TempRank         PIC 99.
       01  TempSuit         PIC 9.
       01  TempOrig         PIC 9(2).
       01  RangeLimit       PIC 9(2).
