       IDENTIFICATION DIVISION.
       PROGRAM-ID. TournPlay.

      *> Runs a multi-round elimination tournament on top of
      *> DealHand, in place of the tournament desk rebuilding it on
      *> paper from STANDRPT.DAT printouts. The desk describes the
      *> tournament in TOURNDEF.DAT (see copybooks/TOURNDEFREC); this
      *> program seats each round, scores it from the hands DealHand
      *> logged, and decides who goes through:
      *>
      *>   TournPlay START   checks the definition against the
      *>                     PLAYERS.DAT roster, draws the round 1
      *>                     seating, and writes the tournament's
      *>                     state to TOURNSTAT.DAT and its opening
      *>                     bracket to TOURNRPT.DAT
      *>   TournPlay ROUND   once DealHand TOURNEY has dealt the
      *>                     round in full, scores it from the
      *>                     round's HANDLOG.DAT records, ranks the
      *>                     table, puts out everyone below the
      *>                     round's advance count, and draws the
      *>                     next round's seating from the survivors;
      *>                     after the last round it ranks the final
      *>                     table and writes the placings to
      *>                     TOURNFIN.DAT
      *>
      *> Between the two, each round is dealt the usual way: DeckGen
      *> cuts a deck for the tournament's game type and DealHand
      *> TOURNEY deals it to the seats in TOURNSTAT.DAT, as many
      *> decks as the round's deal count needs.
      *>
      *> A round is ranked on deals won, then total category points
      *> (the sum of every hand's poker category), then the best
      *> single hand, and a dead tie after that goes to the lower
      *> seat -- dealt first, the same house rule as a deal's own
      *> tie. Players put out in a round take the places below the
      *> ones going through, in the order they ranked. Seats are
      *> drawn at random from a time-of-day seed printed with the
      *> bracket, so a draw can be shown to be a draw. Tournament
      *> totals live in TOURNSTAT.DAT only; PLAYSTAND.DAT's lifetime
      *> standings never see a tournament deal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TournDef ASSIGN TO "TOURNDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TournDefStatus.
           SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TournStatIn ASSIGN TO "TOURNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TournStatOut ASSIGN TO "TOURNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HandLog ASSIGN TO "HANDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TournRpt ASSIGN TO "TOURNRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TournRptStatus.
           SELECT TournFin ASSIGN TO "TOURNFIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TournDef.
       COPY TOURNDEFREC.

       FD  PlayerFile.
       COPY PLAYERREC.

      *> The state file is read and rewritten under two names on the
      *> one layout, the way NightRun treats RUNSTAT.DAT.
       FD  TournStatIn.
       COPY TOURNSTATREC REPLACING
           ==TournCtlRecord==  BY ==TournCtlInRecord==
           ==TournSeatRecord== BY ==TournSeatInRecord==
           LEADING ==TCtl==  BY ==TCIn==
           LEADING ==TSeat== BY ==TSIn==.

       FD  TournStatOut.
       COPY TOURNSTATREC.

       FD  HandLog.
       COPY HANDLOGREC.

       FD  TournRpt.
       01  TournRptLine         PIC X(80).

       FD  TournFin.
       01  TournFinLine         PIC X(80).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       WORKING-STORAGE SECTION.
       01  CommandLine          PIC X(40) VALUE SPACES.
       01  ModeParm             PIC X(8)  VALUE SPACES.

       01  TournDefStatus       PIC XX.
       01  TournRptStatus       PIC XX.
       01  EofFlag              PIC X.
       01  ValidFlag            PIC X     VALUE 'Y'.
       01  ReasonText           PIC X(50) VALUE SPACES.

      *> The tournament being run, from TOURNDEF.DAT on START and
      *> from TOURNSTAT.DAT after that.
       01  TournId              PIC X(8).
       01  TournGameType        PIC X(8).
       01  TournHandSize        PIC 9.
       01  TournRounds          PIC 9.
       01  TournDeals           PIC 9(3).
       01  TournAdvanceTable.
           05  TournAdvance OCCURS 8 TIMES PIC 9(2).
       01  TournRound           PIC 9.
       01  TournStatus          PIC X(8).
       01  DrawSeed             PIC 9(8).

       01  EntrantCount         PIC 9(2)  VALUE ZERO.
       01  EntrantTable.
           05  EntrantEntry OCCURS 10 TIMES.
               10  EntId        PIC 9(3).
               10  EntName      PIC X(20).
               10  EntSeat      PIC 9(2).
               10  EntOutRound  PIC 9.
               10  EntPlace     PIC 9(2).
               10  EntDeals     PIC 9(4).
               10  EntWins      PIC 9(4).
               10  EntRHands    PIC 9(4).
               10  EntRWins     PIC 9(4).
               10  EntRPoints   PIC 9(5).
               10  EntRBest     PIC 9(3).
               10  EntRanked    PIC X.

      *> Entrant subscripts in the order the current round ranked
      *> them, and in the order the seating draw put them.
       01  RankOrderTable.
           05  RankOrder OCCURS 10 TIMES PIC 9(2).
       01  DrawTable.
           05  DrawEntry OCCURS 10 TIMES PIC 9(2).

       01  EntSub               PIC 9(2).
       01  FoundSub             PIC 9(2).
       01  BestSub              PIC 9(2).
       01  RankSub              PIC 9(2).
       01  SeatSub              PIC 9(2).
       01  AdvSub               PIC 9.
       01  SeatedCount          PIC 9(2).
       01  EnteringCount        PIC 9(2).
       01  AdvanceCount         PIC 9(2).
       01  LookupId             PIC 9(3).
       01  RoundDealsPlayed     PIC 9(4).
       01  StrayHands           PIC 9(6)  VALUE ZERO.
       01  HandScore            PIC 9(3).
       01  BetterFlag           PIC X.

       01  DrawCount            PIC 9(2).
       01  ShuffleCtr           PIC 9(2).
       01  SwapWith             PIC 9(2).
       01  RangeLimit           PIC 9(2).
       01  RandomWork           PIC 9(8).
       01  TempSub              PIC 9(2).

       01  BestCat              PIC 9.
       01  ResultText           PIC X(16).
       01  PlayerSub            PIC 9(2).

       COPY PLAYERTBL.
       COPY HANDWORK.

       COPY LOCKWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'TournPlay' TO LockProgram
           PERFORM CheckRunLock

           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO ModeParm
           END-UNSTRING
           PERFORM InitCategoryTexts

           EVALUATE ModeParm
               WHEN 'START'
                   PERFORM StartTournament
               WHEN 'ROUND'
                   PERFORM CloseRound
               WHEN OTHER
                   DISPLAY 'TournPlay: give START or ROUND'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       StartTournament.
           PERFORM CheckNoneInPlay
           PERFORM ReadDefinition
           IF ValidFlag = 'Y'
               PERFORM CheckEntrantsOnRoster
           END-IF
           IF ValidFlag = 'Y'
               PERFORM CheckAdvanceCounts
           END-IF
           IF ValidFlag = 'Y'
               PERFORM CheckIdUnused
           END-IF
           IF ValidFlag NOT = 'Y'
               DISPLAY 'TournPlay: TOURNDEF.DAT rejected -- '
                   ReasonText
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO TournRound
           MOVE 'PLAYING' TO TournStatus
           PERFORM DrawSeating
           PERFORM WriteState

           OPEN OUTPUT TournRpt
           PERFORM WriteTournHeader
           PERFORM WriteSeatingSection
           CLOSE TournRpt
           DISPLAY 'TournPlay: tournament ' TournId ' started -- '
               EntrantCount ' entrants seated for round 1'.

      *> One tournament at a time: TOURNSTAT.DAT is the one place
      *> DealHand TOURNEY looks for its seats.
       CheckNoneInPlay.
           OPEN INPUT TournStatIn
           READ TournStatIn
               AT END
                   MOVE SPACES TO TCInType
           END-READ
           IF TCInType = 'C' AND TCInStatus = 'PLAYING'
               DISPLAY 'TournPlay: tournament ' TCInTournId
                   ' is still in play (round ' TCInRound
                   ') -- finish it before starting another'
               CLOSE TournStatIn
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE TournStatIn.

       ReadDefinition.
           OPEN INPUT TournDef
           IF TournDefStatus NOT = '00'
               DISPLAY 'TournPlay: TOURNDEF.DAT not available '
                   '(status ' TournDefStatus ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EofFlag
           READ TournDef
               AT END
                   MOVE 'Y' TO EofFlag
           END-READ
           IF EofFlag = 'Y' OR TDefType NOT = 'T'
               MOVE 'N' TO ValidFlag
               MOVE 'FIRST RECORD MUST BE THE T RECORD' TO ReasonText
           ELSE
               MOVE TDefTournId  TO TournId
               MOVE TDefGameType TO TournGameType
               IF TournGameType = SPACES
                   MOVE 'STD' TO TournGameType
               END-IF
               MOVE TDefHandSize TO TournHandSize
               MOVE TDefRounds   TO TournRounds
               MOVE TDefDeals    TO TournDeals
               PERFORM VARYING AdvSub FROM 1 BY 1 UNTIL AdvSub > 8
                   MOVE TDefAdvance(AdvSub) TO TournAdvance(AdvSub)
               END-PERFORM
               PERFORM ValidateDefinition
               PERFORM UNTIL EofFlag = 'Y'
                   READ TournDef
                       AT END
                           MOVE 'Y' TO EofFlag
                       NOT AT END
                           IF TEntType = 'E'
                               PERFORM AddEntrant
                           END-IF
                   END-READ
               END-PERFORM
               IF ValidFlag = 'Y' AND EntrantCount < 2
                   MOVE 'N' TO ValidFlag
                   MOVE 'A TOURNAMENT NEEDS AT LEAST 2 ENTRANTS'
                       TO ReasonText
               END-IF
           END-IF
           CLOSE TournDef.

       ValidateDefinition.
           IF TournId = SPACES
               MOVE 'N' TO ValidFlag
               MOVE 'TOURNAMENT ID MAY NOT BE BLANK' TO ReasonText
           ELSE
               IF TournHandSize < 2 OR TournHandSize > 7
                   MOVE 'N' TO ValidFlag
                   MOVE 'HAND SIZE MUST BE 2-7' TO ReasonText
               ELSE
                   IF TournRounds < 1
                       MOVE 'N' TO ValidFlag
                       MOVE 'ROUNDS MUST BE 1-9' TO ReasonText
                   ELSE
                       IF TournDeals < 1
                           MOVE 'N' TO ValidFlag
                           MOVE 'DEALS PER ROUND MUST BE AT LEAST 1'
                               TO ReasonText
                       END-IF
                   END-IF
               END-IF
           END-IF.

       AddEntrant.
           MOVE TEntPlayerId TO LookupId
           PERFORM FindEntrant
           IF FoundSub > 0
               IF ValidFlag = 'Y'
                   MOVE 'N' TO ValidFlag
                   MOVE SPACES TO ReasonText
                   STRING 'PLAYER ' LookupId ' ENTERED TWICE'
                       INTO ReasonText
               END-IF
           ELSE
               IF EntrantCount >= 10
                   IF ValidFlag = 'Y'
                       MOVE 'N' TO ValidFlag
                       MOVE 'MORE THAN THE 10 ENTRANTS A TABLE SEATS'
                           TO ReasonText
                   END-IF
               ELSE
                   ADD 1 TO EntrantCount
                   INITIALIZE EntrantEntry(EntrantCount)
                   MOVE LookupId TO EntId(EntrantCount)
               END-IF
           END-IF.

       FindEntrant.
           MOVE 0 TO FoundSub
           PERFORM VARYING EntSub FROM 1 BY 1
                   UNTIL EntSub > EntrantCount
               IF EntId(EntSub) = LookupId
                   MOVE EntSub TO FoundSub
               END-IF
           END-PERFORM.

      *> Entrants come off the roster as it stands: an id that isn't
      *> there, or a player PlayMnt has marked inactive, can't be
      *> seated.
       CheckEntrantsOnRoster.
           MOVE 'N' TO EofFlag
           OPEN INPUT PlayerFile
           PERFORM UNTIL EofFlag = 'Y'
               READ PlayerFile
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       MOVE PlayRecId TO LookupId
                       PERFORM FindEntrant
                       IF FoundSub > 0 AND PlayRecStatus NOT = 'I'
                           MOVE PlayRecName TO EntName(FoundSub)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PlayerFile
           PERFORM VARYING EntSub FROM 1 BY 1
                   UNTIL EntSub > EntrantCount
               IF EntName(EntSub) = SPACES AND ValidFlag = 'Y'
                   MOVE 'N' TO ValidFlag
                   MOVE SPACES TO ReasonText
                   STRING 'PLAYER ' EntId(EntSub)
                       ' IS NOT AN ACTIVE PLAYER ON PLAYERS.DAT'
                       INTO ReasonText
               END-IF
           END-PERFORM.

      *> Each round but the last must put somebody out and leave at
      *> least two to play the next.
       CheckAdvanceCounts.
           MOVE EntrantCount TO EnteringCount
           PERFORM VARYING AdvSub FROM 1 BY 1
                   UNTIL AdvSub >= TournRounds OR ValidFlag NOT = 'Y'
               IF TournAdvance(AdvSub) < 2
                       OR TournAdvance(AdvSub) >= EnteringCount
                   MOVE 'N' TO ValidFlag
                   MOVE SPACES TO ReasonText
                   SUBTRACT 1 FROM EnteringCount GIVING AdvanceCount
                   STRING 'ROUND ' AdvSub ' MUST ADVANCE FROM 02 TO '
                       AdvanceCount ' PLAYERS'
                       INTO ReasonText
               ELSE
                   MOVE TournAdvance(AdvSub) TO EnteringCount
               END-IF
           END-PERFORM.

      *> The id tags the tournament's hands in HANDLOG.DAT, so an id
      *> used before would score the old tournament's deals as this
      *> one's.
       CheckIdUnused.
           MOVE 'N' TO EofFlag
           OPEN INPUT HandLog
           PERFORM UNTIL EofFlag = 'Y'
               READ HandLog
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       IF HLogTournId = TournId
                           MOVE 'N' TO ValidFlag
                           MOVE 'TOURNAMENT ID ALREADY USED IN '
                               & 'HANDLOG.DAT' TO ReasonText
                           MOVE 'Y' TO EofFlag
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HandLog.

       CloseRound.
           PERFORM LoadState
           PERFORM ScoreRound

           IF RoundDealsPlayed < TournDeals
               DISPLAY 'TournPlay: round ' TournRound ' has '
                   RoundDealsPlayed ' of ' TournDeals ' deals -- '
                   'deal the rest with DealHand TOURNEY first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RoundDealsPlayed > TournDeals
               DISPLAY 'TournPlay: round ' TournRound ' has '
                   RoundDealsPlayed ' deals logged against '
                   TournDeals ' scheduled -- all of them scored'
           END-IF
           IF StrayHands > 0
               DISPLAY 'TournPlay: ' StrayHands ' hand(s) logged '
                   'for players not seated this round -- ignored'
           END-IF

           PERFORM RankRound
           OPEN EXTEND TournRpt
           IF TournRptStatus = '35'
               OPEN OUTPUT TournRpt
           END-IF

           IF TournRound < TournRounds
               PERFORM EliminatePlayers
               PERFORM WriteResultsSection
               ADD 1 TO TournRound
               PERFORM DrawSeating
               PERFORM WriteSeatingSection
               DISPLAY 'TournPlay: round ' TournRound ' seated -- '
                   AdvanceCount ' players go on'
           ELSE
               PERFORM PlaceFinalTable
               PERFORM WriteResultsSection
               MOVE 'COMPLETE' TO TournStatus
               MOVE 'TOURNAMENT COMPLETE -- PLACINGS IN TOURNFIN.DAT'
                   TO TournRptLine
               WRITE TournRptLine
               PERFORM WriteFinalPlacings
               DISPLAY 'TournPlay: tournament ' TournId
                   ' complete -- placings in TOURNFIN.DAT'
           END-IF
           CLOSE TournRpt
           PERFORM WriteState.

       LoadState.
           MOVE 'N' TO EofFlag
           OPEN INPUT TournStatIn
           READ TournStatIn
               AT END
                   MOVE 'Y' TO EofFlag
           END-READ
           IF EofFlag = 'Y'
               MOVE SPACES TO TCInType
           END-IF
           IF TCInType NOT = 'C' OR TCInStatus NOT = 'PLAYING'
               DISPLAY 'TournPlay: no tournament in play in '
                   'TOURNSTAT.DAT -- start one with TournPlay START'
               CLOSE TournStatIn
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TCInTournId  TO TournId
           MOVE TCInGameType TO TournGameType
           MOVE TCInHandSize TO TournHandSize
           MOVE TCInRounds   TO TournRounds
           MOVE TCInDeals    TO TournDeals
           PERFORM VARYING AdvSub FROM 1 BY 1 UNTIL AdvSub > 8
               MOVE TCInAdvance(AdvSub) TO TournAdvance(AdvSub)
           END-PERFORM
           MOVE TCInRound    TO TournRound
           MOVE TCInStatus   TO TournStatus
           MOVE TCInSeed     TO DrawSeed
           MOVE 0 TO EntrantCount
           PERFORM UNTIL EofFlag = 'Y'
               READ TournStatIn
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       IF TSInType = 'P' AND EntrantCount < 10
                           PERFORM LoadStateEntrant
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TournStatIn.

       LoadStateEntrant.
           ADD 1 TO EntrantCount
           INITIALIZE EntrantEntry(EntrantCount)
           MOVE TSInPlayerId  TO EntId(EntrantCount)
           MOVE TSInName      TO EntName(EntrantCount)
           MOVE TSInNo        TO EntSeat(EntrantCount)
           MOVE TSInOutRound  TO EntOutRound(EntrantCount)
           MOVE TSInPlace     TO EntPlace(EntrantCount)
           MOVE TSInDeals     TO EntDeals(EntrantCount)
           MOVE TSInWins      TO EntWins(EntrantCount).

      *> The round's hands are the HANDLOG.DAT records tagged with
      *> this tournament and round. Every deal logs one hand per
      *> seat, so the deals played are the seat 1 player's hands.
       ScoreRound.
           MOVE 0 TO RoundDealsPlayed
           MOVE 'N' TO EofFlag
           OPEN INPUT HandLog
           PERFORM UNTIL EofFlag = 'Y'
               READ HandLog
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       IF HLogTournId = TournId
                           IF HLogRound = TournRound
                               PERFORM ScoreOneHand
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HandLog.

       ScoreOneHand.
           MOVE HLogPlayerId TO LookupId
           PERFORM FindEntrant
           IF FoundSub = 0
               ADD 1 TO StrayHands
           ELSE
               IF EntSeat(FoundSub) = 0
                   ADD 1 TO StrayHands
               ELSE
                   ADD 1 TO EntRHands(FoundSub)
                   ADD 1 TO EntDeals(FoundSub)
                   ADD HLogCategory TO EntRPoints(FoundSub)
                   IF HLogWinner = 'Y'
                       ADD 1 TO EntRWins(FoundSub)
                       ADD 1 TO EntWins(FoundSub)
                   END-IF
                   COMPUTE HandScore =
                       HLogCategory * 100 + HLogHighRank
                   IF HandScore > EntRBest(FoundSub)
                       MOVE HandScore TO EntRBest(FoundSub)
                   END-IF
                   IF EntSeat(FoundSub) = 1
                       ADD 1 TO RoundDealsPlayed
                   END-IF
               END-IF
           END-IF.

      *> Repeatedly takes the best seated player not yet ranked --
      *> ten players at most, so a straight selection does it.
       RankRound.
           MOVE 0 TO SeatedCount
           PERFORM VARYING EntSub FROM 1 BY 1
                   UNTIL EntSub > EntrantCount
               IF EntSeat(EntSub) > 0
                   ADD 1 TO SeatedCount
                   MOVE 'N' TO EntRanked(EntSub)
               ELSE
                   MOVE 'Y' TO EntRanked(EntSub)
               END-IF
           END-PERFORM
           PERFORM VARYING RankSub FROM 1 BY 1
                   UNTIL RankSub > SeatedCount
               MOVE 0 TO BestSub
               PERFORM VARYING EntSub FROM 1 BY 1
                       UNTIL EntSub > EntrantCount
                   IF EntRanked(EntSub) = 'N'
                       PERFORM CompareToBest
                   END-IF
               END-PERFORM
               MOVE BestSub TO RankOrder(RankSub)
               MOVE 'Y' TO EntRanked(BestSub)
           END-PERFORM.

       CompareToBest.
           MOVE 'N' TO BetterFlag
           IF BestSub = 0
               MOVE 'Y' TO BetterFlag
           ELSE
               IF EntRWins(EntSub) > EntRWins(BestSub)
                   MOVE 'Y' TO BetterFlag
               ELSE
                   IF EntRWins(EntSub) = EntRWins(BestSub)
                       PERFORM CompareTieBreaks
                   END-IF
               END-IF
           END-IF
           IF BetterFlag = 'Y'
               MOVE EntSub TO BestSub
           END-IF.

       CompareTieBreaks.
           IF EntRPoints(EntSub) > EntRPoints(BestSub)
               MOVE 'Y' TO BetterFlag
           ELSE
               IF EntRPoints(EntSub) = EntRPoints(BestSub)
                   IF EntRBest(EntSub) > EntRBest(BestSub)
                       MOVE 'Y' TO BetterFlag
                   ELSE
                       IF EntRBest(EntSub) = EntRBest(BestSub)
                               AND EntSeat(EntSub) < EntSeat(BestSub)
                           MOVE 'Y' TO BetterFlag
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The top AdvanceCount go through; the rest are out this
      *> round and take the places below them in ranked order.
       EliminatePlayers.
           MOVE TournAdvance(TournRound) TO AdvanceCount
           PERFORM VARYING RankSub FROM 1 BY 1
                   UNTIL RankSub > SeatedCount
               MOVE RankOrder(RankSub) TO EntSub
               IF RankSub > AdvanceCount
                   MOVE TournRound TO EntOutRound(EntSub)
                   MOVE RankSub    TO EntPlace(EntSub)
               END-IF
           END-PERFORM.

       PlaceFinalTable.
           PERFORM VARYING RankSub FROM 1 BY 1
                   UNTIL RankSub > SeatedCount
               MOVE RankOrder(RankSub) TO EntSub
               MOVE RankSub TO EntPlace(EntSub)
           END-PERFORM.

      *> Fisher-Yates over the players still in, the way DeckGen
      *> shuffles a deck, from a time-of-day seed that goes on the
      *> bracket and into TOURNSTAT.DAT.
       DrawSeating.
           MOVE 0 TO DrawCount
           PERFORM VARYING EntSub FROM 1 BY 1
                   UNTIL EntSub > EntrantCount
               MOVE 0 TO EntSeat(EntSub)
               IF EntOutRound(EntSub) = 0
                   ADD 1 TO DrawCount
                   MOVE EntSub TO DrawEntry(DrawCount)
               END-IF
           END-PERFORM
           ACCEPT DrawSeed FROM TIME
           COMPUTE RandomWork = FUNCTION RANDOM(DrawSeed) * 1000
           PERFORM VARYING ShuffleCtr FROM DrawCount BY -1
                   UNTIL ShuffleCtr < 2
               MOVE ShuffleCtr TO RangeLimit
               COMPUTE RandomWork = FUNCTION RANDOM * 1000000
               COMPUTE SwapWith = FUNCTION MOD(RandomWork, RangeLimit)
               ADD 1 TO SwapWith
               MOVE DrawEntry(ShuffleCtr) TO TempSub
               MOVE DrawEntry(SwapWith)   TO DrawEntry(ShuffleCtr)
               MOVE TempSub TO DrawEntry(SwapWith)
           END-PERFORM
           PERFORM VARYING SeatSub FROM 1 BY 1
                   UNTIL SeatSub > DrawCount
               MOVE DrawEntry(SeatSub) TO EntSub
               MOVE SeatSub TO EntSeat(EntSub)
           END-PERFORM.

      *> Seated players go out first, in seat order -- DealHand
      *> TOURNEY seats them straight off the file -- then everyone
      *> already out.
       WriteState.
           OPEN OUTPUT TournStatOut
           MOVE 'C'           TO TCtlType
           MOVE TournId       TO TCtlTournId
           MOVE TournGameType TO TCtlGameType
           MOVE TournHandSize TO TCtlHandSize
           MOVE TournRounds   TO TCtlRounds
           MOVE TournDeals    TO TCtlDeals
           PERFORM VARYING AdvSub FROM 1 BY 1 UNTIL AdvSub > 8
               MOVE TournAdvance(AdvSub) TO TCtlAdvance(AdvSub)
           END-PERFORM
           MOVE TournRound    TO TCtlRound
           MOVE TournStatus   TO TCtlStatus
           MOVE DrawSeed      TO TCtlSeed
           WRITE TournCtlRecord
           PERFORM VARYING SeatSub FROM 1 BY 1 UNTIL SeatSub > 10
               PERFORM VARYING EntSub FROM 1 BY 1
                       UNTIL EntSub > EntrantCount
                   IF EntSeat(EntSub) = SeatSub
                       PERFORM WriteStateEntrant
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING EntSub FROM 1 BY 1
                   UNTIL EntSub > EntrantCount
               IF EntSeat(EntSub) = 0
                   PERFORM WriteStateEntrant
               END-IF
           END-PERFORM
           CLOSE TournStatOut.

       WriteStateEntrant.
           MOVE 'P'                 TO TSeatType
           MOVE EntId(EntSub)       TO TSeatPlayerId
           MOVE EntName(EntSub)     TO TSeatName
           MOVE EntSeat(EntSub)     TO TSeatNo
           MOVE EntOutRound(EntSub) TO TSeatOutRound
           MOVE EntPlace(EntSub)    TO TSeatPlace
           MOVE EntDeals(EntSub)    TO TSeatDeals
           MOVE EntWins(EntSub)     TO TSeatWins
           WRITE TournSeatRecord.

       WriteTournHeader.
           MOVE SPACES TO TournRptLine
           STRING 'Tournament ' TournId ' -- ' DELIMITED BY SIZE
               TournGameType DELIMITED BY SPACE
               ' ' TournHandSize ' cards, ' TournRounds
               ' round(s) of ' TournDeals ' deals, '
               EntrantCount ' entrants' DELIMITED BY SIZE
               INTO TournRptLine
           WRITE TournRptLine
           DISPLAY TournRptLine.

       WriteSeatingSection.
           MOVE SPACES TO TournRptLine
           STRING 'ROUND ' TournRound ' SEATING -- DRAW SEED '
               DrawSeed
               INTO TournRptLine
           WRITE TournRptLine
           DISPLAY TournRptLine
           PERFORM VARYING SeatSub FROM 1 BY 1 UNTIL SeatSub > 10
               PERFORM VARYING EntSub FROM 1 BY 1
                       UNTIL EntSub > EntrantCount
                   IF EntSeat(EntSub) = SeatSub
                       MOVE SPACES TO TournRptLine
                       STRING '  SEAT ' SeatSub '  PLAYER '
                           EntId(EntSub) ' ' EntName(EntSub)
                           INTO TournRptLine
                       WRITE TournRptLine
                       DISPLAY TournRptLine
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteResultsSection.
           MOVE SPACES TO TournRptLine
           STRING 'ROUND ' TournRound ' RESULTS -- '
               RoundDealsPlayed ' DEALS'
               INTO TournRptLine
           WRITE TournRptLine
           DISPLAY TournRptLine
           MOVE '  RK ID  PLAYER               WINS POINTS BEST HAND'
               TO TournRptLine
           WRITE TournRptLine
           DISPLAY TournRptLine
           PERFORM VARYING RankSub FROM 1 BY 1
                   UNTIL RankSub > SeatedCount
               MOVE RankOrder(RankSub) TO EntSub
               PERFORM WriteResultLine
           END-PERFORM.

       WriteResultLine.
           IF EntRBest(EntSub) = 0
               MOVE 1 TO BestCat
           ELSE
               COMPUTE BestCat = EntRBest(EntSub) / 100
           END-IF
           IF TournRound = TournRounds
               MOVE SPACES TO ResultText
               STRING 'PLACE ' EntPlace(EntSub) INTO ResultText
           ELSE
               IF EntOutRound(EntSub) = TournRound
                   MOVE SPACES TO ResultText
                   STRING 'OUT, PLACE ' EntPlace(EntSub)
                       INTO ResultText
               ELSE
                   MOVE 'ADVANCES' TO ResultText
               END-IF
           END-IF
           MOVE SPACES TO TournRptLine
           STRING '  ' RankSub ' ' EntId(EntSub) ' '
               EntName(EntSub) ' ' EntRWins(EntSub)
               '  ' EntRPoints(EntSub) ' '
               CatText(BestCat) ' ' ResultText
               INTO TournRptLine
           WRITE TournRptLine
           DISPLAY TournRptLine.

       WriteFinalPlacings.
           OPEN OUTPUT TournFin
           MOVE SPACES TO TournFinLine
           STRING 'Final placings -- tournament ' TournId
               INTO TournFinLine
           WRITE TournFinLine
           PERFORM VARYING RankSub FROM 1 BY 1
                   UNTIL RankSub > EntrantCount
               PERFORM VARYING EntSub FROM 1 BY 1
                       UNTIL EntSub > EntrantCount
                   IF EntPlace(EntSub) = RankSub
                       PERFORM WritePlacingLine
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE TournFin.

       WritePlacingLine.
           IF EntOutRound(EntSub) = 0
               MOVE 'FINAL ROUND' TO ResultText
           ELSE
               MOVE SPACES TO ResultText
               STRING 'OUT IN ROUND ' EntOutRound(EntSub)
                   INTO ResultText
           END-IF
           MOVE SPACES TO TournFinLine
           STRING 'PLACE ' EntPlace(EntSub) '  PLAYER '
               EntId(EntSub) ' ' EntName(EntSub)
               ' WON ' EntWins(EntSub) ' OF ' EntDeals(EntSub)
               ' DEALS  ' ResultText
               INTO TournFinLine
           WRITE TournFinLine
           DISPLAY TournFinLine.

       COPY HANDEVAL.

       COPY RUNLOCK.
