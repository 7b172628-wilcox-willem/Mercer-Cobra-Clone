       PROGRAM-ID. DealHand.

      *> Deals the shuffled deck DeckGen left in DECK.DAT out to the
      *> active players on the PLAYERS.DAT roster, N cards each
      *> (command line, default 5, max 7), scores each hand as a
      *> poker hand on InitCard's 2-15 rank scale with the 0-3 suit
      *> codes, and writes every hand plus the winner of the deal to
      *> HANDOUT.DAT so the floor staff stop scoring hands on paper.
      *>
      *> The deck's batch header names the game type DeckGen stamped
      *> on it, and the deal honors it: the matching GAMETYPE.DAT
      *> standings report in roster order to STANDRPT.DAT, which is
      *> what finally retires the whiteboard. HANDOUT.DAT stays the
      *> single-deal hand sheet for the floor.
      *>
      *> TOURNEY deals the current round of the tournament TournPlay
      *> is running instead: the seats and hand size come from
      *> TOURNSTAT.DAT rather than PLAYERS.DAT and the command line,
      *> the deck must be cut for the tournament's game type, and
      *> deals go on from the deck, session-style, until the round
      *> has its full count of deals (counted from the tournament's
      *> own HANDLOG.DAT records, so a round can be spread over as
      *> many decks as it needs). Tournament deals are logged with
      *> the tournament id and round for TournPlay ROUND to score,
      *> and are kept out of PLAYSTAND.DAT and the standings report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HandLog ASSIGN TO "HANDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HandLogStatus.
           SELECT OPTIONAL HandLogIn ASSIGN TO "HANDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TournStat ASSIGN TO "TOURNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PlayStand ASSIGN TO "PLAYSTAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS PlayStandStatus.
           SELECT StandRpt ASSIGN TO "STANDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HandLog.
       COPY HANDLOGREC.

      *> TOURNEY counts the round's deals already logged by reading
      *> HANDLOG.DAT back under its own names.
       FD  HandLogIn.
       COPY HANDLOGREC REPLACING ==HandLogRecord== BY
                                 ==HandLogInRecord==
                       LEADING ==HLog== BY ==HLIn==.

       FD  TournStat.
       COPY TOURNSTATREC.

       FD  PlayStand.
       COPY PLAYSTANDREC.

       FD  StandRpt.
       01  StandRptLine     PIC X(90).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 DeckEof       PIC X VALUE 'N'.
       01 CardDealable  PIC X VALUE 'N'.
       01 ModeParm      PIC X(8)  VALUE SPACES.
       01 HandSize      PIC 9     VALUE 5.
       01 SessionMode   PIC X     VALUE 'N'.
       01 TourneyMode   PIC X     VALUE 'N'.

       01 SessionId     PIC X(8)  VALUE SPACES.
       01 SessionDate   PIC 9(8).
       01 CardsNeeded   PIC 9(2).
       01 CardsDealt    PIC 9(2) VALUE ZERO.

       01 TournId       PIC X(8)  VALUE SPACES.
       01 TournRound    PIC 9     VALUE ZERO.
       01 TournGameType PIC X(8)  VALUE SPACES.
       01 TournStatEof  PIC X     VALUE 'N'.
       01 HandLogInEof  PIC X     VALUE 'N'.
       01 RoundDeals    PIC 9(3)  VALUE ZERO.
       01 RoundDealsDone PIC 9(3) VALUE ZERO.
       01 RoundDealsLeft PIC 9(3) VALUE ZERO.

       01 WinnerSub     PIC 9(2).
       01 PlayerSub     PIC 9(2).

       COPY PLAYERTBL.
       COPY HANDWORK.
       COPY GAMETBL.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'DealHand' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

      *> Command line is the hand size (2-7 cards, anything else or
      *> nothing deals the default 5) and/or SESSION, in either
      *> position -- "DealHand 6 SESSION" and "DealHand SESSION"
      *> both work. TOURNEY takes its hand size from the tournament.
           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO HandSizeParm ModeParm
                   MOVE 'Y' TO SessionMode
               END-IF
           END-IF
           IF HandSizeParm = 'TOURNEY' OR ModeParm = 'TOURNEY'
               MOVE 'Y' TO TourneyMode
               MOVE 'Y' TO SessionMode
           END-IF
           IF HandSizeParm(1:1) >= '2' AND HandSizeParm(1:1) <= '7'
                   AND HandSizeParm(2:7) = SPACES
               MOVE HandSizeParm(1:1) TO HandSize
           END-IF

           PERFORM InitCategoryTexts
           IF TourneyMode = 'Y'
               PERFORM LoadTournament
               PERFORM CountRoundDeals
           ELSE
               PERFORM LoadPlayers
           END-IF

           IF PlayerCount = 0
               DISPLAY 'DealHand: PLAYERS.DAT has no players -- '
           OPEN INPUT DeckIn
           PERFORM ReadDeckHeader
           PERFORM LookupGameRules
           IF TourneyMode = 'Y'
               PERFORM CheckTournamentDeck
           END-IF
           PERFORM CountDealableCards

           COMPUTE CardsNeeded = PlayerCount * HandSize

           PERFORM StampSessionId
           PERFORM OpenHandLog
           IF TourneyMode NOT = 'Y'
               PERFORM OpenStandings
           END-IF

           PERFORM PlayOneDeal
           IF SessionMode = 'Y'
               PERFORM UNTIL DeckShort = 'Y'
                       OR (TourneyMode = 'Y' AND RoundDealsLeft = 0)
                   PERFORM PlayOneDeal
               END-PERFORM
           END-IF
               CLOSE PlayStand
           END-IF

           IF TourneyMode = 'Y'
               PERFORM ShowRoundProgress
           END-IF
           DISPLAY 'DealHand: session ' SessionId ' -- '
               DealNumber ' deal(s) of ' HandSize ' cards to '
               PlayerCount ' players'
      *> -- S plus the hour/minute/second/hundredth the session
      *> started.
       StampSessionId.
           MOVE BusinessDate TO SessionDate
           ACCEPT SessionTime FROM TIME
           MOVE SPACES TO SessionId
           STRING 'S' SessionTime(1:7) INTO SessionId.
               MOVE 'Y' TO DeckShort
           ELSE
               ADD 1 TO DealNumber
               IF TourneyMode = 'Y'
                   SUBTRACT 1 FROM RoundDealsLeft
               END-IF
               PERFORM VARYING PlayerSub FROM 1 BY 1
                       UNTIL PlayerSub > PlayerCount
                   PERFORM EvaluateHand
                   PlayId(WinnerSub) ' with ' CatText(HandCategory)
           END-IF.

      *> Players PlayMnt has marked inactive stay on the roster file
      *> but are never dealt in.
       LoadPlayers.
           MOVE 0 TO PlayerCount
           MOVE 'N' TO PlayerEof
                   AT END
                       MOVE 'Y' TO PlayerEof
                   NOT AT END
                       IF PlayRecStatus NOT = 'I'
                           PERFORM LoadOnePlayer
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PlayerFile.

       LoadOnePlayer.
           IF PlayerCount < 10
               ADD 1 TO PlayerCount
               MOVE PlayRecId   TO PlayId(PlayerCount)
               MOVE PlayRecName TO PlayName(PlayerCount)
               MOVE 0 TO PlayCardCount(PlayerCount)
           ELSE
               IF PlayerOverflow NOT = 'Y'
                   DISPLAY 'PLAYERS.DAT has more than 10 active '
                       'players -- ignoring the rest'
                   MOVE 'Y' TO PlayerOverflow
               END-IF
           END-IF.

      *> TOURNEY seats the round TournPlay drew: the players still
      *> in, from TOURNSTAT.DAT, which TournPlay writes in seat order
      *> (seats 1 up, then the players already out with seat 0).
       LoadTournament.
           MOVE 0 TO PlayerCount
           OPEN INPUT TournStat
           READ TournStat
               AT END
                   MOVE 'Y' TO TournStatEof
           END-READ
           IF TournStatEof = 'Y'
               PERFORM NoTournamentInPlay
           END-IF
           IF TCtlType NOT = 'C' OR TCtlStatus NOT = 'PLAYING'
               PERFORM NoTournamentInPlay
           END-IF
           MOVE TCtlTournId  TO TournId
           MOVE TCtlRound    TO TournRound
           MOVE TCtlHandSize TO HandSize
           MOVE TCtlDeals    TO RoundDeals
           IF TCtlGameType = SPACES
               MOVE 'STD' TO TournGameType
           ELSE
               MOVE TCtlGameType TO TournGameType
           END-IF
           PERFORM UNTIL TournStatEof = 'Y'
               READ TournStat
                   AT END
                       MOVE 'Y' TO TournStatEof
                   NOT AT END
                       IF TSeatType = 'P' AND TSeatNo > 0
                           PERFORM SeatOnePlayer
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TournStat
           IF PlayerCount < 2
               DISPLAY 'DealHand: tournament ' TournId ' round '
                   TournRound ' has fewer than 2 players seated'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SeatOnePlayer.
           IF PlayerCount >= 10 OR TSeatNo NOT = PlayerCount + 1
               DISPLAY 'DealHand: TOURNSTAT.DAT seating is out of '
                   'order at player ' TSeatPlayerId ' -- rerun '
                   'TournPlay'
               CLOSE TournStat
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PlayerCount
           MOVE TSeatPlayerId TO PlayId(PlayerCount)
           MOVE TSeatName     TO PlayName(PlayerCount)
           MOVE 0 TO PlayCardCount(PlayerCount).

       NoTournamentInPlay.
           DISPLAY 'DealHand: no tournament in play in TOURNSTAT.DAT '
               '-- start one with TournPlay START'
           CLOSE TournStat
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> Every deal puts one record per seated player in the log, so
      *> the round's deals so far are its records for the player in
      *> seat 1.
       CountRoundDeals.
           MOVE 0 TO RoundDealsDone
           OPEN INPUT HandLogIn
           PERFORM UNTIL HandLogInEof = 'Y'
               READ HandLogIn
                   AT END
                       MOVE 'Y' TO HandLogInEof
                   NOT AT END
                       IF HLInTournId = TournId
                           IF HLInRound = TournRound
                                   AND HLInPlayerId = PlayId(1)
                               ADD 1 TO RoundDealsDone
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HandLogIn
           IF RoundDealsDone >= RoundDeals
               DISPLAY 'DealHand: tournament ' TournId ' round '
                   TournRound ' already has all ' RoundDeals
                   ' deals -- run TournPlay ROUND'
               STOP RUN
           END-IF
           COMPUTE RoundDealsLeft = RoundDeals - RoundDealsDone.

      *> A deck cut for some other game would deal the round on the
      *> wrong ladder, so it is turned away before a card is dealt.
       CheckTournamentDeck.
           IF GameTypeCode NOT = TournGameType
               DISPLAY 'DealHand: deck is game type ' GameTypeCode
                   ' but tournament ' TournId ' plays '
                   TournGameType ' -- deck rejected'
               CLOSE DeckIn
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ShowRoundProgress.
           COMPUTE RoundDealsDone = RoundDeals - RoundDealsLeft
           DISPLAY 'DealHand: tournament ' TournId ' round '
               TournRound ' -- ' RoundDealsDone ' of ' RoundDeals
               ' deals dealt'
           IF RoundDealsLeft = 0
               DISPLAY 'DealHand: round complete -- run TournPlay '
                   'ROUND'
           ELSE
               DISPLAY 'DealHand: deck used up -- cut another deck '
                   'and run DealHand TOURNEY again'
           END-IF.

      *> Same loader CardDemo and GameMnt use, against the same
      *> 10-entry table.
       LoadGameTypes.
               MOVE BHdrGameType TO GameTypeCode
           END-IF
           DISPLAY 'DealHand: deck is run ' BHdrRunId
               ' game type ' GameTypeCode
           MOVE BHdrRunDate TO BusDateHeader
           MOVE BHdrRunId   TO BusDateHeaderRun
           PERFORM CheckBatchDate.

      *> STD falls back to the built-in full-deck range the way
      *> CardDemo's lookup does, but a named game type with no rule
               END-IF
           END-IF.

       COPY HANDEVAL.

      *> Highest category wins; a category tie goes to the higher
      *> top card, and a dead tie after that goes to whoever was
           ELSE
               MOVE 'N' TO HLogWinner
           END-IF
           MOVE GameTypeCode TO HLogGameType
           MOVE TournId      TO HLogTournId
           MOVE TournRound   TO HLogRound
           WRITE HandLogRecord.

      *> Every deal moves the player's master record: deals played
                   WRITE StandRptLine
                   DISPLAY '  ' StandRptLine
           END-READ.

       COPY RUNLOCK.

       COPY BUSDATE.
