      *> place. Only a month strictly before the current one rolls
      *> -- summarizing a month still taking records would lose the
      *> rest of its detail to the live log / summary split.
      *>
      *> The same pass rolls each card's wins and losses for the
      *> month into GLOGCARD.DAT (see copybooks/GLOGCARDREC), since
      *> the date/type totals can't say which card won -- without it
      *> a rolled month's comparisons would be lost to MastRbld.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS GameLogSumStatus.
           SELECT GameLogWrk ASSIGN TO "GLOGWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GameLogCard ASSIGN TO "GLOGCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogCardStatus.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
                                 ==GameLogWrkRecord==
                       LEADING ==GLog== BY ==GWrk==.

       FD  GameLogCard.
       COPY GLOGCARDREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01  EofFlag              PIC X VALUE 'N'.
       01  GameLogSumStatus     PIC XX.
       01  GameLogCardStatus    PIC XX.
       01  BucketFound          PIC X.
       01  SumOverflow          PIC X VALUE 'N'.

               10  SumBktMarginSum  PIC 9(8).
               10  SumBktCount      PIC 9(6).

      *> The month's per-card wins and losses, subscripted the way
      *> CardDemo's duplicate table is (suit + 1, rank - 1) -- only
      *> cards that passed ValidateCard ever reach a Compare.
       01  CardRollTable.
           05  CardRollSuit OCCURS 6 TIMES.
               10  CardRollEntry OCCURS 14 TIMES.
                   15  CardRollWins     PIC 9(6).
                   15  CardRollLosses   PIC 9(6).
       01  RollRankSub          PIC 99.
       01  RollSuitSub          PIC 9.
       01  CardRollCount        PIC 9(4) VALUE ZERO.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'GameRoll' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO MonthParm
           END-IF
           MOVE MonthParm(1:6) TO RollMonth

           MOVE BusinessDate TO CurrentDate
           MOVE CurrentDate(1:6) TO CurrentMonth
           IF RollMonth >= CurrentMonth
               DISPLAY 'GameRoll: ' RollMonth ' is not a closed '
               STOP RUN
           END-IF

           MOVE ZEROES TO CardRollTable
           PERFORM SplitGameLog
           IF RolledCount = 0
               DISPLAY 'GameRoll: no ' RollMonth ' detail in '
           END-IF

           PERFORM WriteSummaries
           PERFORM WriteCardRollups
           PERFORM RewriteLiveLog

           DISPLAY 'GameRoll: rolled ' RolledCount ' of ' ReadCount
               ' comparisons into ' SumBucketCount ' summary '
               'records for ' RollMonth ', kept ' KeptCount
               ' live, ' CardRollCount ' card rollups'
           STOP RUN.

      *> Pass 1: tally the month's detail into the summary buckets
           END-IF
           ADD GLogMargin TO SumBktMarginSum(SumIdx)
           ADD 1 TO SumBktCount(SumIdx)
           ADD 1 TO RolledCount
           PERFORM TallyCardRoll.

      *> A tie moves neither card, the same rule CardDemo's Compare
      *> applies to the card master.
       TallyCardRoll.
           IF GLogWinner = 'CARD1'
               ADD 1 TO CardRollWins(GLogCard1Suit + 1,
                   GLogCard1Rank - 1)
               ADD 1 TO CardRollLosses(GLogCard2Suit + 1,
                   GLogCard2Rank - 1)
           END-IF
           IF GLogWinner = 'CARD2'
               ADD 1 TO CardRollWins(GLogCard2Suit + 1,
                   GLogCard2Rank - 1)
               ADD 1 TO CardRollLosses(GLogCard1Suit + 1,
                   GLogCard1Rank - 1)
           END-IF.

      *> The summary history accumulates month after month, so it
      *> always appends; the first rollup ever creates it.
           END-PERFORM
           CLOSE GameLogSum.

       WriteCardRollups.
           OPEN EXTEND GameLogCard
           IF GameLogCardStatus = '35'
               OPEN OUTPUT GameLogCard
           END-IF
           PERFORM VARYING RollSuitSub FROM 0 BY 1
                   UNTIL RollSuitSub > 5
               PERFORM VARYING RollRankSub FROM 2 BY 1
                       UNTIL RollRankSub > 15
                   IF CardRollWins(RollSuitSub + 1, RollRankSub - 1)
                           > 0 OR CardRollLosses(RollSuitSub + 1,
                           RollRankSub - 1) > 0
                       MOVE RollMonth   TO GCardMonth
                       MOVE RollRankSub TO GCardRank
                       MOVE RollSuitSub TO GCardSuit
                       MOVE CardRollWins(RollSuitSub + 1,
                           RollRankSub - 1) TO GCardWins
                       MOVE CardRollLosses(RollSuitSub + 1,
                           RollRankSub - 1) TO GCardLosses
                       WRITE GameLogCardRecord
                       ADD 1 TO CardRollCount
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE GameLogCard.

      *> Pass 2: copy the keepers back over the live log so it
      *> shrinks.
       RewriteLiveLog.
           END-PERFORM
           CLOSE GameLogWrk
           CLOSE GameLog.

       COPY RUNLOCK.

       COPY BUSDATE.
