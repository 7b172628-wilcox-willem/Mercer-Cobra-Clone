       IDENTIFICATION DIVISION.
       PROGRAM-ID. HandFair.

      *> Long-run fairness check on the hands DealHand has scored.
      *> Reads all of HANDLOG.DAT and counts how often each poker
      *> category (1 = high card up to 9 = straight flush) came up,
      *> broken out by hand size and by game type, and sets each
      *> count beside what a fairly shuffled deck would produce.
      *> DeckGen VERIFY proves one deck came from its seed; this
      *> shows whether the pattern of hands over months looks like
      *> honest shuffling.
      *>
      *> The fair frequency is taken from the same ladder DealHand
      *> scores on (copybooks/HANDEVAL -- whole-hand straights and
      *> flushes, no ace-low wheel, jokers as rank 15), so it is
      *> found the way the floor would find it: by dealing a large
      *> sample of hands from decks shuffled uniformly at random,
      *> built for each game type from its GAMETYPE.DAT rule exactly
      *> as DealHand filters DECK.DAT, and scoring them with that
      *> evaluator. The sample runs from a fixed seed, so the same
      *> log always gives the same report.
      *>
      *> A category is flagged *HIGH or *LOW when the count seen is
      *> more than three standard deviations from the fair count
      *> (allowing for the sample's own error), once either count is
      *> at least 5 -- a real bias shows up as a flag that stays put
      *> as the log grows; a single flag on a thin count is worth a
      *> look, not an accusation. Hands whose game type has no rule
      *> on file are counted but can't be compared, and so are hands
      *> of a size the type's rule deck is now too small to deal
      *> (a rule narrowed since they were logged). Report goes to
      *> HANDFAIR.DAT and the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HandLog ASSIGN TO "HANDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GameTypeFile ASSIGN TO "GAMETYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FairOut ASSIGN TO "HANDFAIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HandLog.
       COPY HANDLOGREC.

       FD  GameTypeFile.
       COPY GAMETYPEREC.

       FD  FairOut.
       01  FairLine             PIC X(80).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       WORKING-STORAGE SECTION.
       01  EofFlag              PIC X VALUE 'N'.
       01  GameTypeEof          PIC X VALUE 'N'.
       01  GameRuleOverflow     PIC X VALUE 'N'.
       01  TypeOverflow         PIC X VALUE 'N'.
       01  RuleFound            PIC X.

       01  HandsRead            PIC 9(7) VALUE ZERO.
       01  HandsUnusable        PIC 9(7) VALUE ZERO.
       01  HandsOverflow        PIC 9(7) VALUE ZERO.
       01  HandsNoRule          PIC 9(7) VALUE ZERO.
       01  HandsTooSmall        PIC 9(7) VALUE ZERO.
       01  FirstDealDate        PIC 9(8) VALUE ZERO.
       01  LastDealDate         PIC 9(8) VALUE ZERO.
       01  FlaggedCount         PIC 9(4) VALUE ZERO.

       01  LookupCode           PIC X(8).
       01  TypeLabel            PIC X(8).
       01  SizeSub              PIC 9.
       01  SizeValue            PIC 9.
       01  CatSub               PIC 9(2).
       01  TypeSub              PIC 9(2).

      *> One entry per game type seen in the log, with its deck
      *> composition and, for each hand size 2-7 (subscript 1-6),
      *> the hands seen and sampled and the count of each category
      *> among them. A blank game type is a record written before
      *> the log carried one; those decks were dealt as STD.
       01  FairTypeCount        PIC 9(2) VALUE ZERO.
       01  FairTypeTable.
           05  FairTypeEntry OCCURS 1 TO 12 TIMES
                   DEPENDING ON FairTypeCount
                   INDEXED BY FairTypeIdx.
               10  FTypeCode        PIC X(8).
               10  FTypeHasRule     PIC X.
               10  FTypeMinRank     PIC 99.
               10  FTypeMaxRank     PIC 99.
               10  FTypeJokers      PIC X.
               10  FTypeSize OCCURS 6 TIMES.
                   15  FSizeHands    PIC 9(7).
                   15  FSizeSimHands PIC 9(7).
                   15  FSizeCat OCCURS 9 TIMES.
                       20  FCatSeen  PIC 9(7).
                       20  FCatSim   PIC 9(7).

      *> The fair sample: a fixed seed, and this many hands per game
      *> type and hand size actually seen in the log.
       01  FairSeed             PIC 9(8) VALUE 20240601.
       01  SampleTarget         PIC 9(7) VALUE 20000.
       01  SimDeckSize          PIC 9(2).
       01  SimDeckTable.
           05  SimDeckEntry OCCURS 54 TIMES.
               10  SimRank      PIC 99.
               10  SimSuit      PIC 9.
       01  SimDeckPos           PIC 9(2).
       01  SimCardSub           PIC 9.
       01  BuildRank            PIC 99.
       01  BuildSuit            PIC 9.
       01  TopPlainRank         PIC 99.
       01  ShuffleCtr           PIC 9(2).
       01  SwapWith             PIC 9(2).
       01  RangeLimit           PIC 9(2).
       01  RandomWork           PIC 9(8).
       01  TempRank             PIC 99.
       01  TempSuit             PIC 9.

      *> One report line's worth: the counts summed over the cells
      *> the line covers, the fair count, and its variance (the
      *> binomial spread of the hands seen, widened by the sample's
      *> own error).
       01  LineHands            PIC 9(7).
       01  LineSeen             PIC 9(7).
       01  LineSeenWork         PIC 9(7)V9(4).
       01  LineExpect           PIC 9(7)V9(4).
       01  LineVariance         PIC 9(9)V9(4).
       01  CellProb             PIC V9(8).
       01  CellExpect           PIC 9(7)V9(4).
       01  CellVariance         PIC 9(9)V9(4).
       01  LineDiff             PIC S9(7)V9(4).
       01  LineDiffSq           PIC 9(13)V9(4).
       01  SeenPct              PIC 9(3)V9(3).
       01  ExpectPct            PIC 9(3)V9(3).
       01  FlagText             PIC X(6).

       01  HandsDisp            PIC Z(6)9.
       01  SeenDisp             PIC Z(6)9.
       01  ExpectDisp           PIC Z(6)9.99.
       01  SeenPctDisp          PIC ZZ9.999.
       01  ExpectPctDisp        PIC ZZ9.999.

       01  PlayerSub            PIC 9(2).

       COPY PLAYERTBL.
       COPY HANDWORK.
       COPY GAMETBL.

       COPY LOCKWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'HandFair' TO LockProgram
           PERFORM CheckRunLock

           PERFORM InitCategoryTexts
           PERFORM LoadGameTypes
           PERFORM TallyHandLog

           IF HandsRead = 0
               DISPLAY 'HandFair: HANDLOG.DAT has no hands -- nothing '
                   'to report'
               STOP RUN
           END-IF

           PERFORM SampleFairDeals

           OPEN OUTPUT FairOut
           PERFORM WriteReport
           CLOSE FairOut
           DISPLAY 'HandFair: ' HandsRead ' hands read, '
               FlaggedCount ' category line(s) flagged'
           STOP RUN.

      *> Same loader CardDemo and DealHand use, against the same
      *> 10-entry table.
       LoadGameTypes.
           MOVE 0 TO GameRuleCount
           MOVE 'N' TO GameTypeEof
           OPEN INPUT GameTypeFile
           PERFORM UNTIL GameTypeEof = 'Y'
               READ GameTypeFile
                   AT END
                       MOVE 'Y' TO GameTypeEof
                   NOT AT END
                       IF GameRuleCount < 10
                           ADD 1 TO GameRuleCount
                           MOVE GTRecCode    TO GTCode(GameRuleCount)
                           MOVE GTRecMinRank
                               TO GTMinRank(GameRuleCount)
                           MOVE GTRecMaxRank
                               TO GTMaxRank(GameRuleCount)
                           MOVE GTRecJokers
                               TO GTJokers(GameRuleCount)
                           IF GTRecTrump = SPACE
                               MOVE 'N' TO GTTrump(GameRuleCount)
                           ELSE
                               MOVE GTRecTrump
                                   TO GTTrump(GameRuleCount)
                           END-IF
                           MOVE GTRecSuitOrder
                               TO GTSuitOrder(GameRuleCount)
                       ELSE
                           IF GameRuleOverflow NOT = 'Y'
                               DISPLAY 'GAMETYPE.DAT has more than '
                                   '10 game types -- ignoring '
                                   'the rest'
                               MOVE 'Y' TO GameRuleOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GameTypeFile.

      *> A hand with a card count outside 2-7 or a category outside
      *> 1-9 didn't come from DealHand's evaluator as it stands, so
      *> it is counted as unusable rather than bent into a bucket.
       TallyHandLog.
           MOVE 'N' TO EofFlag
           OPEN INPUT HandLog
           PERFORM UNTIL EofFlag = 'Y'
               READ HandLog
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       ADD 1 TO HandsRead
                       IF HLogCardCount < 2 OR HLogCardCount > 7
                               OR HLogCategory < 1
                           ADD 1 TO HandsUnusable
                       ELSE
                           PERFORM TallyOneHand
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HandLog.

       TallyOneHand.
           IF FirstDealDate = 0 OR HLogDate < FirstDealDate
               MOVE HLogDate TO FirstDealDate
           END-IF
           IF HLogDate > LastDealDate
               MOVE HLogDate TO LastDealDate
           END-IF
           MOVE HLogGameType TO LookupCode
           PERFORM FindFairType
           IF TypeSub = 0
               ADD 1 TO HandsOverflow
           ELSE
               COMPUTE SizeSub = HLogCardCount - 1
               ADD 1 TO FSizeHands(TypeSub, SizeSub)
               ADD 1 TO FCatSeen(TypeSub, SizeSub, HLogCategory)
           END-IF.

      *> Finds the table entry for LookupCode, starting one (with its
      *> deck rules) the first time a game type turns up.
       FindFairType.
           MOVE 0 TO TypeSub
           IF FairTypeCount > 0
               SET FairTypeIdx TO 1
               SEARCH FairTypeEntry
                   AT END
                       CONTINUE
                   WHEN FTypeCode(FairTypeIdx) = LookupCode
                       SET TypeSub TO FairTypeIdx
               END-SEARCH
           END-IF
           IF TypeSub = 0
               IF FairTypeCount < 12
                   ADD 1 TO FairTypeCount
                   MOVE FairTypeCount TO TypeSub
                   INITIALIZE FairTypeEntry(TypeSub)
                   MOVE LookupCode TO FTypeCode(TypeSub)
                   PERFORM LookupTypeRules
               ELSE
                   IF TypeOverflow NOT = 'Y'
                       DISPLAY 'HANDLOG.DAT has more than 12 game '
                           'types -- counting the rest as overflow'
                       MOVE 'Y' TO TypeOverflow
                   END-IF
               END-IF
           END-IF.

      *> The deck a game type dealt from, the way DealHand's
      *> LookupGameRules settles it: the GAMETYPE.DAT rule if there
      *> is one, the built-in full deck for STD (or a blank type)
      *> without one, and no comparison at all for a named type
      *> that has no rule on file.
       LookupTypeRules.
           MOVE 2   TO FTypeMinRank(TypeSub)
           MOVE 15  TO FTypeMaxRank(TypeSub)
           MOVE 'Y' TO FTypeJokers(TypeSub)
           MOVE 'N' TO RuleFound
           IF LookupCode = SPACES
               MOVE 'STD' TO LookupCode
           END-IF
           IF GameRuleCount > 0
               SET GameRuleIdx TO 1
               SEARCH GameRuleEntry
                   AT END
                       CONTINUE
                   WHEN GTCode(GameRuleIdx) = LookupCode
                       MOVE GTMinRank(GameRuleIdx)
                           TO FTypeMinRank(TypeSub)
                       MOVE GTMaxRank(GameRuleIdx)
                           TO FTypeMaxRank(TypeSub)
                       MOVE GTJokers(GameRuleIdx)
                           TO FTypeJokers(TypeSub)
                       MOVE 'Y' TO RuleFound
               END-SEARCH
           END-IF
           IF RuleFound = 'Y' OR LookupCode = 'STD'
               MOVE 'Y' TO FTypeHasRule(TypeSub)
           ELSE
               MOVE 'N' TO FTypeHasRule(TypeSub)
           END-IF.

      *> Seeds the generator once, then deals the fair sample for
      *> every game type and hand size the log actually holds. A
      *> hand size the rule deck can't deal even once is left with
      *> no sample, and the report leaves it out of the comparison.
       SampleFairDeals.
           COMPUTE RandomWork = FUNCTION RANDOM(FairSeed) * 1000
           MOVE 1 TO PlayerCount
           MOVE 1 TO PlayerSub
           PERFORM VARYING TypeSub FROM 1 BY 1
                   UNTIL TypeSub > FairTypeCount
               IF FTypeHasRule(TypeSub) = 'Y'
                   PERFORM BuildFairDeck
                   PERFORM VARYING SizeSub FROM 1 BY 1
                           UNTIL SizeSub > 6
                       IF FSizeHands(TypeSub, SizeSub) > 0
                               AND SimDeckSize >= SizeSub + 1
                           PERFORM SampleOneCell
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> The cards DealHand would deal for this game type: four
      *> suits of the plain ranks in range, plus the two jokers when
      *> the rule permits them and its range reaches rank 15.
       BuildFairDeck.
           MOVE FTypeMaxRank(TypeSub) TO TopPlainRank
           IF TopPlainRank > 14
               MOVE 14 TO TopPlainRank
           END-IF
           MOVE 0 TO SimDeckSize
           PERFORM VARYING BuildSuit FROM 0 BY 1 UNTIL BuildSuit > 3
               PERFORM VARYING BuildRank FROM FTypeMinRank(TypeSub)
                       BY 1 UNTIL BuildRank > TopPlainRank
                   ADD 1 TO SimDeckSize
                   MOVE BuildRank TO SimRank(SimDeckSize)
                   MOVE BuildSuit TO SimSuit(SimDeckSize)
               END-PERFORM
           END-PERFORM
           IF FTypeJokers(TypeSub) = 'Y'
                   AND FTypeMaxRank(TypeSub) >= 15
               ADD 1 TO SimDeckSize
               MOVE 15 TO SimRank(SimDeckSize)
               MOVE 4  TO SimSuit(SimDeckSize)
               ADD 1 TO SimDeckSize
               MOVE 15 TO SimRank(SimDeckSize)
               MOVE 5  TO SimSuit(SimDeckSize)
           END-IF.

      *> Shuffles the deck and cuts it into as many whole hands as
      *> it holds, over and over until the sample is big enough. Any
      *> one hand from a uniform shuffle is a uniform draw of that
      *> many cards, however the table is dealt.
       SampleOneCell.
           COMPUTE SizeValue = SizeSub + 1
           PERFORM UNTIL FSizeSimHands(TypeSub, SizeSub)
                       >= SampleTarget
               PERFORM ShuffleFairDeck
               MOVE 0 TO SimDeckPos
               PERFORM UNTIL SimDeckPos + SizeValue > SimDeckSize
                       OR FSizeSimHands(TypeSub, SizeSub)
                           >= SampleTarget
                   PERFORM ScoreSampleHand
               END-PERFORM
           END-PERFORM.

      *> Fisher-Yates, the same way DeckGen shuffles.
       ShuffleFairDeck.
           PERFORM VARYING ShuffleCtr FROM SimDeckSize BY -1
                   UNTIL ShuffleCtr < 2
               MOVE ShuffleCtr TO RangeLimit
               COMPUTE RandomWork = FUNCTION RANDOM * 1000000
               COMPUTE SwapWith = FUNCTION MOD(RandomWork, RangeLimit)
               ADD 1 TO SwapWith
               MOVE SimRank(ShuffleCtr) TO TempRank
               MOVE SimSuit(ShuffleCtr) TO TempSuit
               MOVE SimRank(SwapWith)   TO SimRank(ShuffleCtr)
               MOVE SimSuit(SwapWith)   TO SimSuit(ShuffleCtr)
               MOVE TempRank TO SimRank(SwapWith)
               MOVE TempSuit TO SimSuit(SwapWith)
           END-PERFORM.

       ScoreSampleHand.
           MOVE SizeValue TO PlayCardCount(1)
           PERFORM VARYING SimCardSub FROM 1 BY 1
                   UNTIL SimCardSub > SizeValue
               ADD 1 TO SimDeckPos
               MOVE SimRank(SimDeckPos) TO PlayCardRank(1, SimCardSub)
               MOVE SimSuit(SimDeckPos) TO PlayCardSuit(1, SimCardSub)
           END-PERFORM
           PERFORM EvaluateHand
           ADD 1 TO FSizeSimHands(TypeSub, SizeSub)
           ADD 1 TO FCatSim(TypeSub, SizeSub, HandCategory).

       WriteReport.
           MOVE 'Hand-category fairness report' TO FairLine
           WRITE FairLine
           MOVE SPACES TO FairLine
           STRING 'HANDS ' HandsRead ' DEALT ' FirstDealDate
               ' TO ' LastDealDate
               INTO FairLine
           WRITE FairLine
           DISPLAY '  ' FairLine

           MOVE 'BY HAND SIZE' TO FairLine
           WRITE FairLine
           PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 6
               PERFORM WriteSizeSection
           END-PERFORM

           MOVE 'BY GAME TYPE' TO FairLine
           WRITE FairLine
           PERFORM VARYING TypeSub FROM 1 BY 1
                   UNTIL TypeSub > FairTypeCount
               IF FTypeHasRule(TypeSub) = 'Y'
                   PERFORM WriteTypeSection
               ELSE
                   PERFORM WriteNoRuleLine
               END-IF
           END-PERFORM

           PERFORM WriteReportFooter.

      *> One hand size across every comparable game type: the fair
      *> count for each cell is that cell's hands times its own
      *> sampled frequency, so a mix of game types is weighed by how
      *> much each was actually played.
       WriteSizeSection.
           MOVE 0 TO LineHands
           PERFORM VARYING TypeSub FROM 1 BY 1
                   UNTIL TypeSub > FairTypeCount
               IF FTypeHasRule(TypeSub) = 'Y'
                       AND FSizeSimHands(TypeSub, SizeSub) > 0
                   ADD FSizeHands(TypeSub, SizeSub) TO LineHands
               END-IF
           END-PERFORM
           IF LineHands > 0
               COMPUTE SizeValue = SizeSub + 1
               MOVE LineHands TO HandsDisp
               MOVE SPACES TO FairLine
               STRING 'HAND SIZE ' SizeValue '  HANDS ' HandsDisp
                   INTO FairLine
               WRITE FairLine
               DISPLAY '  ' FairLine
               PERFORM VARYING CatSub FROM 1 BY 1 UNTIL CatSub > 9
                   MOVE 0 TO LineSeen LineExpect LineVariance
                   PERFORM VARYING TypeSub FROM 1 BY 1
                           UNTIL TypeSub > FairTypeCount
                       IF FTypeHasRule(TypeSub) = 'Y'
                               AND FSizeHands(TypeSub, SizeSub) > 0
                               AND FSizeSimHands(TypeSub, SizeSub) > 0
                           PERFORM AddCellToLine
                       END-IF
                   END-PERFORM
                   PERFORM WriteCategoryLine
               END-PERFORM
           END-IF.

      *> HANDS is the hands compared; a hand size the rule deck is
      *> too small for gets its own line under the heading instead.
       WriteTypeSection.
           MOVE 0 TO LineHands
           PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 6
               IF FSizeSimHands(TypeSub, SizeSub) > 0
                   ADD FSizeHands(TypeSub, SizeSub) TO LineHands
               END-IF
           END-PERFORM
           PERFORM SetTypeLabel
           MOVE LineHands TO HandsDisp
           MOVE SPACES TO FairLine
           STRING 'GAME TYPE ' TypeLabel '  HANDS ' HandsDisp
               INTO FairLine
           WRITE FairLine
           DISPLAY '  ' FairLine
           PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 6
               IF FSizeHands(TypeSub, SizeSub) > 0
                       AND FSizeSimHands(TypeSub, SizeSub) = 0
                   PERFORM WriteTooSmallLine
               END-IF
           END-PERFORM
           IF LineHands > 0
               PERFORM VARYING CatSub FROM 1 BY 1 UNTIL CatSub > 9
                   MOVE 0 TO LineSeen LineExpect LineVariance
                   PERFORM VARYING SizeSub FROM 1 BY 1
                           UNTIL SizeSub > 6
                       IF FSizeHands(TypeSub, SizeSub) > 0
                               AND FSizeSimHands(TypeSub, SizeSub) > 0
                           PERFORM AddCellToLine
                       END-IF
                   END-PERFORM
                   PERFORM WriteCategoryLine
               END-PERFORM
           END-IF.

       WriteTooSmallLine.
           ADD FSizeHands(TypeSub, SizeSub) TO HandsTooSmall
           COMPUTE SizeValue = SizeSub + 1
           MOVE FSizeHands(TypeSub, SizeSub) TO HandsDisp
           MOVE SPACES TO FairLine
           STRING '  HAND SIZE ' SizeValue '  HANDS ' HandsDisp
               ' -- DECK TOO SMALL FOR GAME TYPE, NOT COMPARED'
               INTO FairLine
           WRITE FairLine
           DISPLAY '  ' FairLine.

       WriteNoRuleLine.
           MOVE 0 TO LineHands
           PERFORM VARYING SizeSub FROM 1 BY 1 UNTIL SizeSub > 6
               ADD FSizeHands(TypeSub, SizeSub) TO LineHands
           END-PERFORM
           ADD LineHands TO HandsNoRule
           MOVE LineHands TO HandsDisp
           MOVE SPACES TO FairLine
           STRING 'GAME TYPE ' FTypeCode(TypeSub) '  HANDS '
               HandsDisp ' -- NO GAMETYPE.DAT RULE, NOT COMPARED'
               INTO FairLine
           WRITE FairLine
           DISPLAY '  ' FairLine.

       SetTypeLabel.
           IF FTypeCode(TypeSub) = SPACES
               MOVE '(NONE)' TO TypeLabel
           ELSE
               MOVE FTypeCode(TypeSub) TO TypeLabel
           END-IF.

      *> Adds one game type / hand size cell's category CatSub to the
      *> line being built.
       AddCellToLine.
           ADD FCatSeen(TypeSub, SizeSub, CatSub) TO LineSeen
           COMPUTE CellProb ROUNDED =
               FCatSim(TypeSub, SizeSub, CatSub)
                   / FSizeSimHands(TypeSub, SizeSub)
           COMPUTE CellExpect ROUNDED =
               FSizeHands(TypeSub, SizeSub) * CellProb
           COMPUTE CellVariance ROUNDED =
               CellExpect * (1 - CellProb)
                   * (1 + FSizeHands(TypeSub, SizeSub)
                           / FSizeSimHands(TypeSub, SizeSub))
           ADD CellExpect TO LineExpect
           ADD CellVariance TO LineVariance.

       WriteCategoryLine.
           MOVE SPACES TO FlagText
           COMPUTE LineDiff = LineSeen - LineExpect
           COMPUTE LineDiffSq = LineDiff * LineDiff
           IF (LineExpect >= 5 OR LineSeen >= 5)
                   AND LineDiffSq > 9 * LineVariance
               IF LineDiff > 0
                   MOVE ' *HIGH' TO FlagText
               ELSE
                   MOVE ' *LOW' TO FlagText
               END-IF
               ADD 1 TO FlaggedCount
           END-IF
           MOVE LineSeen TO LineSeenWork
           COMPUTE SeenPct ROUNDED = LineSeenWork * 100 / LineHands
           COMPUTE ExpectPct ROUNDED = LineExpect * 100 / LineHands
           MOVE LineSeen   TO SeenDisp
           MOVE LineExpect TO ExpectDisp
           MOVE SeenPct    TO SeenPctDisp
           MOVE ExpectPct  TO ExpectPctDisp
           MOVE SPACES TO FairLine
           STRING '  ' CatText(CatSub) ' SEEN ' SeenDisp
               ' ' SeenPctDisp '%  FAIR ' ExpectDisp
               ' ' ExpectPctDisp '%' FlagText
               INTO FairLine
           WRITE FairLine
           IF FlagText NOT = SPACES
               DISPLAY '  ' FairLine
           END-IF.

       WriteReportFooter.
           IF HandsNoRule > 0
               MOVE SPACES TO FairLine
               STRING 'HANDS NOT COMPARED (NO RULE) ' HandsNoRule
                   INTO FairLine
               WRITE FairLine
           END-IF
           IF HandsTooSmall > 0
               MOVE SPACES TO FairLine
               STRING 'HANDS NOT COMPARED (DECK TOO SMALL) '
                   HandsTooSmall
                   INTO FairLine
               WRITE FairLine
           END-IF
           IF HandsOverflow > 0
               MOVE SPACES TO FairLine
               STRING 'HANDS NOT COMPARED (TYPE TABLE FULL) '
                   HandsOverflow
                   INTO FairLine
               WRITE FairLine
           END-IF
           IF HandsUnusable > 0
               MOVE SPACES TO FairLine
               STRING 'HANDS UNUSABLE (BAD COUNT OR CATEGORY) '
                   HandsUnusable
                   INTO FairLine
               WRITE FairLine
           END-IF
           MOVE SPACES TO FairLine
           STRING 'CATEGORY LINES FLAGGED ' FlaggedCount
               INTO FairLine
           WRITE FairLine.

       COPY HANDEVAL.

       COPY RUNLOCK.
