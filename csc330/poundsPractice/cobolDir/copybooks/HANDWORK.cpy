      *> Working fields for the hand evaluator in copybooks/HANDEVAL
      *> and the category names it scores against (CatText, filled
      *> by InitCategoryTexts; subscript is the category number).
       01  EvalRank         PIC 99.
       01  EvalSuit         PIC 9.
       01  EvalCtr          PIC 9.
       01  RankCtr          PIC 99.
       01  RunLength        PIC 9.
       01  PairCount        PIC 9.
       01  TripCount        PIC 9.
       01  QuadCount        PIC 9.
       01  IsFlush          PIC X.
       01  IsStraight       PIC X.
       01  HandCategory     PIC 9.
       01  HandHighRank     PIC 99.

       01  RankCounts.
           05  RankCountEntry OCCURS 14 TIMES PIC 9.

       01  CategoryTexts.
           05  CatText OCCURS 9 TIMES PIC X(15).
