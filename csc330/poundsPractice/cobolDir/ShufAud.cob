       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShufAud.

      *> Periodic audit of DeckGen's shuffle itself, for the question
      *> DeckGen VERIFY can't answer: VERIFY proves one deck came
      *> from its seed, this shows whether the decks the seeds make
      *> look like fair shuffles.
      *>
      *>   ShufAud from-date [to-date]
      *>
      *> collects every seed DeckGen recorded (DECKGEN entries,
      *> "SEED nnnnnnnn" in the detail) between the two dates
      *> inclusive -- the archive AUDARCH.DAT first, then the live
      *> AUDITOUT.DAT, so decks already archived still count -- and
      *> the to-date defaults to the business date. Each deck is
      *> rebuilt and reshuffled from its seed exactly as DeckGen cut
      *> it, and the report (SHUFAUD.DAT, flagged lines also to the
      *> console) shows:
      *>
      *>   - where each card landed: its average position and how
      *>     often it fell in each sixth of the deck (1-9, 10-18 ...)
      *>   - what each position held: how often it got a card from
      *>     each sixth of the deck as it was built, before the
      *>     shuffle -- a weak shuffle leaves the top of the fresh
      *>     deck near the top
      *>   - how often a pair of cards adjacent in the fresh deck was
      *>     still adjacent, in order, after the shuffle (a fair one
      *>     keeps any given pair one deck in 54)
      *>   - every seed that was used for more than one deck, which
      *>     deals the same deck again card for card
      *>
      *> A card or position is flagged *OFF when its six counts are
      *> further from even than a fair shuffle would leave them one
      *> time in a thousand (chi-square above 20.52 on five degrees
      *> of freedom); that needs five decks a sixth to mean anything,
      *> so with fewer than 30 decks nothing is flagged. Pair counts
      *> are flagged *HIGH or *LOW beyond three standard deviations,
      *> once either count is at least 5, the way HandFair flags its
      *> categories. A flag that stays put from one audit period to
      *> the next is a finding; a single one is worth a look.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AuditIn ASSIGN TO "AUDITOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditArcIn ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShufOut ASSIGN TO "SHUFAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditIn.
       COPY AUDITREC.

       FD  AuditArcIn.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==AuditArcRecord==
                               LEADING ==Aud== BY ==Arc==.

       FD  ShufOut.
       01  ShufLine             PIC X(80).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01  EofFlag              PIC X.

       01  CommandLine          PIC X(40) VALUE SPACES.
       01  FromParm             PIC X(8)  VALUE SPACES.
       01  ToParm               PIC X(8)  VALUE SPACES.
       01  FromDate             PIC 9(8).
       01  ToDate               PIC 9(8).

      *> Whichever audit trail is being read, the record just read
      *> is looked at here.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==AuditView==
                               LEADING ==Aud== BY ==AView==.

       01  DecksAudited         PIC 9(6) VALUE ZERO.
       01  SeedsUnreadable      PIC 9(6) VALUE ZERO.
       01  SeedsNotTracked      PIC 9(6) VALUE ZERO.
       01  FirstCutDate         PIC 9(8) VALUE ZERO.
       01  LastCutDate          PIC 9(8) VALUE ZERO.
       01  FlaggedCount         PIC 9(4) VALUE ZERO.
       01  ReusedSeedCount      PIC 9(4) VALUE ZERO.
       01  SeedOverflow         PIC X    VALUE 'N'.

      *> The deck as DeckGen builds and shuffles it; DeckOrig lets
      *> the tallies follow each card through the shuffle.
       COPY DECKTBL.

       01  DeckPos              PIC 9(2).
       01  CardSub              PIC 9(2).
       01  BandSub              PIC 9.
       01  GroupSub             PIC 9.
       01  PairSub              PIC 9(2).

      *> By card, in fresh-deck order: the card, the sum of the
      *> positions it landed in, and how often it landed in each
      *> sixth of the shuffled deck.
       01  CardTallyTable.
           05  CardTallyEntry OCCURS 54 TIMES.
               10  CardRank     PIC 99.
               10  CardSuit     PIC 9.
               10  CardPosTotal PIC 9(9).
               10  CardBand OCCURS 6 TIMES PIC 9(7).

      *> By shuffled position: how often it held a card from each
      *> sixth of the fresh deck.
       01  PosTallyTable.
           05  PosTallyEntry OCCURS 54 TIMES.
               10  PosGroup OCCURS 6 TIMES PIC 9(7).

      *> By fresh-deck pair (card n and card n + 1): how many decks
      *> still had n directly followed by n + 1.
       01  PairTallyTable.
           05  PairKept OCCURS 53 TIMES PIC 9(7).
       01  PairsKeptTotal       PIC 9(9) VALUE ZERO.

      *> One entry per distinct seed, with the first and last deck it
      *> cut. Two thousand is over five years of nightly decks.
       01  SeedCount            PIC 9(4) VALUE ZERO.
       01  SeedTable.
           05  SeedEntry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SeedCount
                   INDEXED BY SeedIdx.
               10  SeedValue     PIC 9(8).
               10  SeedUses      PIC 9(5).
               10  SeedFirstDate PIC 9(8).
               10  SeedFirstRun  PIC X(8).
               10  SeedLastDate  PIC 9(8).
               10  SeedLastRun   PIC X(8).
       01  SeedFound            PIC X.

      *> One report line's worth of arithmetic.
       01  CountWork            PIC 9(7).
       01  BandExpect           PIC 9(6)V9(4).
       01  BandDiff             PIC S9(7)V9(4).
       01  ChiSquare            PIC 9(7)V9(4).
       01  ChiLimit             PIC 99V99 VALUE 20.52.
       01  AvgPos               PIC 99V9.
       01  LineSeen             PIC 9(9).
       01  LineTrials           PIC 9(9).
       01  LineExpect           PIC 9(9)V9(4).
       01  LineVariance         PIC 9(9)V9(4).
       01  LineDiff             PIC S9(9)V9(4).
       01  LineDiffSq           PIC 9(15)V9(4).
       01  FlagText             PIC X(6).
       01  TooFewDecks          PIC X    VALUE 'N'.
       01  RowLabel             PIC X(23).

       01  BandDisp             PIC ZZZZ9.
       01  ChiDisp              PIC ZZZ9.99.
       01  AvgDisp              PIC Z9.9.
       01  SeenDisp             PIC Z(8)9.
       01  TrialsDisp           PIC Z(8)9.
       01  ExpectDisp           PIC Z(8)9.99.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'ShufAud' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO FromParm ToParm
           END-UNSTRING
           IF ToParm = SPACES
               MOVE BusinessDate TO ToParm
           END-IF
           IF FromParm IS NOT NUMERIC OR ToParm IS NOT NUMERIC
               DISPLAY 'ShufAud: give from-date [to-date] as yyyymmdd'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FromParm TO FromDate
           MOVE ToParm   TO ToDate
           IF FromDate > ToDate
               DISPLAY 'ShufAud: from-date ' FromDate
                   ' is after to-date ' ToDate
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           INITIALIZE CardTallyTable PosTallyTable PairTallyTable
           PERFORM BuildDeck
           PERFORM VARYING CardSub FROM 1 BY 1
                   UNTIL CardSub > DeckSize
               MOVE DeckRank(CardSub) TO CardRank(CardSub)
               MOVE DeckSuit(CardSub) TO CardSuit(CardSub)
           END-PERFORM

           PERFORM CollectSeeds
           IF DecksAudited = 0
               DISPLAY 'ShufAud: no DeckGen seeds recorded from '
                   FromDate ' to ' ToDate ' -- nothing to audit'
               STOP RUN
           END-IF
           IF DecksAudited < 30
               MOVE 'Y' TO TooFewDecks
           END-IF
           COMPUTE BandExpect = DecksAudited / 6

           OPEN OUTPUT ShufOut
           PERFORM WriteReport
           CLOSE ShufOut
           DISPLAY 'ShufAud: ' DecksAudited ' decks audited, '
               FlaggedCount ' line(s) flagged, ' ReusedSeedCount
               ' seed(s) reused'
           STOP RUN.

      *> The archive first, then the live trail, the way AuditArch's
      *> queries read them, so the seeds come out oldest first.
       CollectSeeds.
           MOVE 'N' TO EofFlag
           OPEN INPUT AuditArcIn
           PERFORM UNTIL EofFlag = 'Y'
               READ AuditArcIn INTO AuditView
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       PERFORM TakeAuditRecord
               END-READ
           END-PERFORM
           CLOSE AuditArcIn

           MOVE 'N' TO EofFlag
           OPEN INPUT AuditIn
           PERFORM UNTIL EofFlag = 'Y'
               READ AuditIn INTO AuditView
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       PERFORM TakeAuditRecord
               END-READ
           END-PERFORM
           CLOSE AuditIn.

      *> Only DeckGen's cuts -- VERIFY replays write nothing -- in
      *> the date range. A cut whose detail doesn't hold a readable
      *> seed can't be rebuilt and is counted apart.
       TakeAuditRecord.
           IF AViewAction = 'DECKGEN'
                   AND AViewDate >= FromDate AND AViewDate <= ToDate
               IF AViewDetail(1:5) = 'SEED '
                       AND AViewDetail(6:8) IS NUMERIC
                   MOVE AViewDetail(6:8) TO RandomSeed
                   PERFORM AuditOneDeck
                   PERFORM NoteSeed
               ELSE
                   ADD 1 TO SeedsUnreadable
               END-IF
           END-IF.

       AuditOneDeck.
           ADD 1 TO DecksAudited
           IF FirstCutDate = 0 OR AViewDate < FirstCutDate
               MOVE AViewDate TO FirstCutDate
           END-IF
           IF AViewDate > LastCutDate
               MOVE AViewDate TO LastCutDate
           END-IF
           PERFORM BuildDeck
           PERFORM ShuffleDeck
           PERFORM VARYING DeckPos FROM 1 BY 1
                   UNTIL DeckPos > DeckSize
               PERFORM TallyPosition
           END-PERFORM
           PERFORM VARYING DeckPos FROM 1 BY 1
                   UNTIL DeckPos >= DeckSize
               IF DeckOrig(DeckPos + 1) = DeckOrig(DeckPos) + 1
                   MOVE DeckOrig(DeckPos) TO PairSub
                   ADD 1 TO PairKept(PairSub)
                   ADD 1 TO PairsKeptTotal
               END-IF
           END-PERFORM.

       TallyPosition.
           MOVE DeckOrig(DeckPos) TO CardSub
           ADD DeckPos TO CardPosTotal(CardSub)
           COMPUTE BandSub = (DeckPos - 1) / 9 + 1
           ADD 1 TO CardBand(CardSub, BandSub)
           COMPUTE GroupSub = (CardSub - 1) / 9 + 1
           ADD 1 TO PosGroup(DeckPos, GroupSub).

       NoteSeed.
           MOVE 'N' TO SeedFound
           IF SeedCount > 0
               SET SeedIdx TO 1
               SEARCH SeedEntry
                   AT END
                       CONTINUE
                   WHEN SeedValue(SeedIdx) = RandomSeed
                       MOVE 'Y' TO SeedFound
                       ADD 1 TO SeedUses(SeedIdx)
                       MOVE AViewDate  TO SeedLastDate(SeedIdx)
                       MOVE AViewRunId TO SeedLastRun(SeedIdx)
               END-SEARCH
           END-IF
           IF SeedFound NOT = 'Y'
               IF SeedCount < 2000
                   ADD 1 TO SeedCount
                   MOVE RandomSeed TO SeedValue(SeedCount)
                   MOVE 1          TO SeedUses(SeedCount)
                   MOVE AViewDate  TO SeedFirstDate(SeedCount)
                   MOVE AViewRunId TO SeedFirstRun(SeedCount)
                   MOVE AViewDate  TO SeedLastDate(SeedCount)
                   MOVE AViewRunId TO SeedLastRun(SeedCount)
               ELSE
                   ADD 1 TO SeedsNotTracked
                   IF SeedOverflow NOT = 'Y'
                       DISPLAY 'ShufAud: more than 2000 distinct '
                           'seeds -- later ones audited but not '
                           'checked for reuse'
                       MOVE 'Y' TO SeedOverflow
                   END-IF
               END-IF
           END-IF.

       WriteReport.
           MOVE 'Shuffle-quality audit' TO ShufLine
           WRITE ShufLine
           MOVE SPACES TO ShufLine
           STRING 'DECKS ' DecksAudited ' CUT ' FirstCutDate
               ' TO ' LastCutDate ' (ASKED ' FromDate ' TO '
               ToDate ')'
               INTO ShufLine
           WRITE ShufLine
           DISPLAY '  ' ShufLine
           IF TooFewDecks = 'Y'
               MOVE SPACES TO ShufLine
               STRING 'FEWER THAN 30 DECKS -- CARDS AND POSITIONS '
                   'SHOWN BUT NOT FLAGGED' DELIMITED BY SIZE
                   INTO ShufLine
               WRITE ShufLine
               DISPLAY '  ' ShufLine
           END-IF

           MOVE 'WHERE EACH CARD LANDED, BY SIXTH OF THE DECK'
               TO ShufLine
           WRITE ShufLine
           PERFORM WriteBandHeading
           PERFORM VARYING CardSub FROM 1 BY 1
                   UNTIL CardSub > DeckSize
               PERFORM WriteCardLine
           END-PERFORM

           MOVE 'WHAT EACH POSITION HELD, BY SIXTH OF THE FRESH DECK'
               TO ShufLine
           WRITE ShufLine
           PERFORM WriteBandHeading
           PERFORM VARYING DeckPos FROM 1 BY 1
                   UNTIL DeckPos > DeckSize
               PERFORM WritePositionLine
           END-PERFORM

           PERFORM WritePairSection
           PERFORM WriteSeedSection
           PERFORM WriteReportFooter.

       WriteBandHeading.
           MOVE SPACES TO ShufLine
           STRING '                       '
               '   1-9 10-18 19-27 28-36 37-45 46-54'
               DELIMITED BY SIZE INTO ShufLine
           WRITE ShufLine.

       WriteCardLine.
           COMPUTE AvgPos ROUNDED =
               CardPosTotal(CardSub) / DecksAudited
           MOVE AvgPos TO AvgDisp
           MOVE SPACES TO RowLabel
           STRING 'RANK ' CardRank(CardSub) ' SUIT ' CardSuit(CardSub)
               ' AVG ' AvgDisp
               INTO RowLabel
           MOVE 0 TO ChiSquare
           PERFORM VARYING BandSub FROM 1 BY 1 UNTIL BandSub > 6
               MOVE CardBand(CardSub, BandSub) TO CountWork
               PERFORM AddChiTerm
           END-PERFORM
           MOVE SPACES TO ShufLine
           STRING RowLabel DELIMITED BY SIZE INTO ShufLine
           PERFORM VARYING BandSub FROM 1 BY 1 UNTIL BandSub > 6
               MOVE CardBand(CardSub, BandSub) TO BandDisp
               MOVE BandDisp TO ShufLine(19 + BandSub * 6:5)
           END-PERFORM
           PERFORM FinishBandLine.

       WritePositionLine.
           MOVE SPACES TO RowLabel
           STRING 'POSITION ' DeckPos INTO RowLabel
           MOVE 0 TO ChiSquare
           PERFORM VARYING GroupSub FROM 1 BY 1 UNTIL GroupSub > 6
               MOVE PosGroup(DeckPos, GroupSub) TO CountWork
               PERFORM AddChiTerm
           END-PERFORM
           MOVE SPACES TO ShufLine
           STRING RowLabel DELIMITED BY SIZE INTO ShufLine
           PERFORM VARYING GroupSub FROM 1 BY 1 UNTIL GroupSub > 6
               MOVE PosGroup(DeckPos, GroupSub) TO BandDisp
               MOVE BandDisp TO ShufLine(19 + GroupSub * 6:5)
           END-PERFORM
           PERFORM FinishBandLine.

      *> Each sixth should get one deck in six.
       AddChiTerm.
           COMPUTE BandDiff = CountWork - BandExpect
           COMPUTE ChiSquare ROUNDED =
               ChiSquare + BandDiff * BandDiff / BandExpect.

       FinishBandLine.
           MOVE SPACES TO FlagText
           IF TooFewDecks NOT = 'Y' AND ChiSquare > ChiLimit
               MOVE ' *OFF' TO FlagText
               ADD 1 TO FlaggedCount
           END-IF
           MOVE ChiSquare TO ChiDisp
           MOVE ' CHI ' TO ShufLine(60:5)
           MOVE ChiDisp TO ShufLine(65:7)
           MOVE FlagText TO ShufLine(72:6)
           WRITE ShufLine
           IF FlagText NOT = SPACES
               DISPLAY '  ' ShufLine
           END-IF.

      *> Any one fresh-deck pair stays together, in order, in one
      *> shuffled deck in 54; over all 53 pairs that is 53 chances a
      *> deck. Only the overall line and the pairs flagged are
      *> listed.
       WritePairSection.
           MOVE 'FRESH-DECK ORDER KEPT IN ADJACENT PAIRS' TO ShufLine
           WRITE ShufLine
           MOVE PairsKeptTotal TO LineSeen
           COMPUTE LineTrials = DecksAudited * 53
           PERFORM JudgePairLine
           MOVE SPACES TO ShufLine
           STRING 'ALL PAIRS KEPT ' SeenDisp ' OF ' TrialsDisp
               ' FAIR ' ExpectDisp FlagText
               INTO ShufLine
           WRITE ShufLine
           DISPLAY '  ' ShufLine
           PERFORM VARYING PairSub FROM 1 BY 1 UNTIL PairSub > 53
               MOVE PairKept(PairSub) TO LineSeen
               MOVE DecksAudited TO LineTrials
               PERFORM JudgePairLine
               IF FlagText NOT = SPACES
                   MOVE SPACES TO ShufLine
                   STRING 'RANK ' CardRank(PairSub) ' SUIT '
                       CardSuit(PairSub) ' THEN RANK '
                       CardRank(PairSub + 1) ' SUIT '
                       CardSuit(PairSub + 1) ' KEPT ' SeenDisp
                       FlagText
                       INTO ShufLine
                   WRITE ShufLine
                   DISPLAY '  ' ShufLine
               END-IF
           END-PERFORM.

       JudgePairLine.
           MOVE SPACES TO FlagText
           COMPUTE LineExpect ROUNDED = LineTrials / 54
           COMPUTE LineVariance ROUNDED = LineExpect * 53 / 54
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
           MOVE LineSeen   TO SeenDisp
           MOVE LineTrials TO TrialsDisp
           MOVE LineExpect TO ExpectDisp.

      *> A reused seed deals the identical deck again -- whoever saw
      *> the first one knows the second.
       WriteSeedSection.
           MOVE 'SEEDS USED FOR MORE THAN ONE DECK' TO ShufLine
           WRITE ShufLine
           PERFORM VARYING SeedIdx FROM 1 BY 1
                   UNTIL SeedIdx > SeedCount
               IF SeedUses(SeedIdx) > 1
                   ADD 1 TO ReusedSeedCount
                   MOVE SPACES TO ShufLine
                   STRING 'SEED ' SeedValue(SeedIdx) ' CUT '
                       SeedUses(SeedIdx) ' DECKS  FIRST '
                       SeedFirstDate(SeedIdx) ' '
                       SeedFirstRun(SeedIdx) '  LAST '
                       SeedLastDate(SeedIdx) ' '
                       SeedLastRun(SeedIdx)
                       INTO ShufLine
                   WRITE ShufLine
                   DISPLAY '  ' ShufLine
               END-IF
           END-PERFORM
           IF ReusedSeedCount = 0
               MOVE '  NONE' TO ShufLine
               WRITE ShufLine
           END-IF.

       WriteReportFooter.
           IF SeedsUnreadable > 0
               MOVE SPACES TO ShufLine
               STRING 'DECKGEN ENTRIES WITH NO READABLE SEED '
                   SeedsUnreadable
                   INTO ShufLine
               WRITE ShufLine
               DISPLAY '  ' ShufLine
           END-IF
           IF SeedsNotTracked > 0
               MOVE SPACES TO ShufLine
               STRING 'DECKS NOT CHECKED FOR SEED REUSE (TABLE FULL) '
                   SeedsNotTracked
                   INTO ShufLine
               WRITE ShufLine
           END-IF
           MOVE SPACES TO ShufLine
           STRING 'LINES FLAGGED ' FlaggedCount
               '  SEEDS REUSED ' ReusedSeedCount
               INTO ShufLine
           WRITE ShufLine.

       COPY DECKSHUF.

       COPY RUNLOCK.

       COPY BUSDATE.
