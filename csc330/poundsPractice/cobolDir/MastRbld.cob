       IDENTIFICATION DIVISION.
       PROGRAM-ID. MastRbld.

      *> Puts the two keyed statistics masters back together from the
      *> flat-file history the shop already keeps, for the day one of
      *> them is damaged and CardDemo or DealHand starts reporting
      *> "master unavailable" -- and checks the live masters against
      *> that history before the day comes:
      *>
      *>   MastRbld COMPARE [CARDMAST|PLAYSTAND|ALL]
      *>     reads the live master(s) against what history says each
      *>     record should hold and lists every record that disagrees
      *>     to MASTRBLD.DAT; ends with return code 8 if any does,
      *>     so a night step stops on drift. ALL is the default.
      *>
      *>   MastRbld REBUILD CARDMAST|PLAYSTAND|ALL
      *>     recreates the named master(s) from history alone. The
      *>     target has to be named -- the old master is replaced.
      *>
      *> CARDMAST.DAT history, per card:
      *>   processed  every InitCard resolution a CardDemo run wrote
      *>              to the audit trail (AUDARCH.DAT, then
      *>              AUDITOUT.DAT; CardInq lookups carry run id
      *>              CARDINQ and don't count), plus every reject
      *>   rejected   every reject in ERRHIST.DAT, the lasting copy of
      *>              CARDERR.DAT -- or, where ERRHIST.DAT has never
      *>              been written, the last run's CARDERR.DAT
      *>   wins and   every decided compare in GAMELOG.DAT, plus the
      *>   losses     per-card monthly rollups GameRoll writes to
      *>              GLOGCARD.DAT when it rolls detail away
      *>   last seen  the latest date on any of the card's audit and
      *>              reject records
      *> GLOGSUM.DAT's monthly totals are the control for the
      *> rollups: any decided compares it holds beyond what
      *> GLOGCARD.DAT accounts for were rolled away before per-card
      *> rollups existed, and the report says so.
      *>
      *> PLAYSTAND.DAT history is HANDLOG.DAT: every hand outside a
      *> tournament (tournament deals never touch the standings) is
      *> one deal played, a win if it won, and one in its category,
      *> with last played the latest date; the name is the player's
      *> name on PLAYERS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AuditIn ASSIGN TO "AUDITOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditArcIn ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ErrHist ASSIGN TO "ERRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ErrHistStatus.
           SELECT OPTIONAL CardErr ASSIGN TO "CARDERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GameLog ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GameLogCard ASSIGN TO "GLOGCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GameLogSum ASSIGN TO "GLOGSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HandLog ASSIGN TO "HANDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CardMast ASSIGN TO "CARDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMastKey
               FILE STATUS IS CardMastStatus.
           SELECT PlayStand ASSIGN TO "PLAYSTAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PStandKey
               FILE STATUS IS PlayStandStatus.
           SELECT RbldRpt ASSIGN TO "MASTRBLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditIn.
       COPY AUDITREC.

       FD  AuditArcIn.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==AuditArcRecord==
                               LEADING ==Aud== BY ==Arc==.

       FD  ErrHist.
       COPY ERRHISTREC.

       FD  CardErr.
       COPY CARDERR.

       FD  GameLog.
       COPY GAMELOGREC.

       FD  GameLogCard.
       COPY GLOGCARDREC.

       FD  GameLogSum.
       COPY GLOGSUMREC.

       FD  HandLog.
       COPY HANDLOGREC.

       FD  PlayerFile.
       COPY PLAYERREC.

       FD  CardMast.
       COPY CARDMASTREC.

       FD  PlayStand.
       COPY PLAYSTANDREC.

       FD  RbldRpt.
       01  RbldRptLine          PIC X(80).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       WORKING-STORAGE SECTION.
       01  CommandLine          PIC X(40) VALUE SPACES.
       01  ModeParm             PIC X(8)  VALUE SPACES.
       01  TargetParm           PIC X(9)  VALUE SPACES.
       01  DoCards              PIC X     VALUE 'N'.
       01  DoPlayers            PIC X     VALUE 'N'.

       01  EofFlag              PIC X.
       01  ErrHistStatus        PIC XX.
       01  CardMastStatus       PIC XX.
       01  PlayStandStatus      PIC XX.
       01  RejectSource         PIC X(11).

      *> Whichever audit trail is being read, the record just read
      *> is looked at here.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==AuditView==
                               LEADING ==Aud== BY ==AView==.

      *> One slot per possible master key -- rank 0-99, suit 0-9, so
      *> a reject with a wild rank or suit lands somewhere, the way
      *> CardDemo gives it a master record -- subscripted (suit + 1,
      *> rank + 1). The Hist fields are what history says; the Mast
      *> fields are the live master's record, for COMPARE.
       01  CardHistTable.
           05  CardHistSuit OCCURS 10 TIMES.
               10  CardHistEntry OCCURS 100 TIMES.
                   15  HistPresent      PIC X.
                   15  HistProcessed    PIC 9(6).
                   15  HistRejected     PIC 9(6).
                   15  HistWins         PIC 9(6).
                   15  HistLosses       PIC 9(6).
                   15  HistLastSeen     PIC 9(8).
                   15  OnMaster         PIC X.
                   15  MastProcessed    PIC 9(6).
                   15  MastRejected     PIC 9(6).
                   15  MastWins         PIC 9(6).
                   15  MastLosses       PIC 9(6).
                   15  MastLastSeen     PIC 9(8).
       01  CardRankSub          PIC 9(3).
       01  CardSuitSub          PIC 9(2).
       01  UseRank              PIC 99.
       01  UseSuit              PIC 9.
       01  UseDate              PIC 9(8).

      *> One slot per possible player id, subscripted id + 1.
       01  PlayHistTable.
           05  PlayHistEntry OCCURS 1000 TIMES.
               10  PHistPresent     PIC X.
               10  PHistName        PIC X(20).
               10  PHistDeals       PIC 9(6).
               10  PHistWins        PIC 9(6).
               10  PHistCats.
                   15  PHistCatCount OCCURS 9 TIMES PIC 9(6).
               10  PHistLast        PIC 9(8).
               10  POnMaster        PIC X.
               10  PMastName        PIC X(20).
               10  PMastDeals       PIC 9(6).
               10  PMastWins        PIC 9(6).
               10  PMastCats.
                   15  PMastCatCount OCCURS 9 TIMES PIC 9(6).
               10  PMastLast        PIC 9(8).
       01  PlaySub              PIC 9(4).

       01  AuditUsed            PIC 9(7) VALUE ZERO.
       01  RejectsUsed          PIC 9(7) VALUE ZERO.
       01  GameLogUsed          PIC 9(7) VALUE ZERO.
       01  RollupsUsed          PIC 9(7) VALUE ZERO.
       01  RollupWins           PIC 9(8) VALUE ZERO.
       01  SumDecided           PIC 9(8) VALUE ZERO.
       01  RollupShort          PIC 9(8) VALUE ZERO.
       01  HandsUsed            PIC 9(7) VALUE ZERO.
       01  TournHandsSkipped    PIC 9(7) VALUE ZERO.
       01  CardsOnHistory       PIC 9(5) VALUE ZERO.
       01  CardsDrifted         PIC 9(5) VALUE ZERO.
       01  CardsWritten         PIC 9(5) VALUE ZERO.
       01  PlayersOnHistory     PIC 9(5) VALUE ZERO.
       01  PlayersDrifted       PIC 9(5) VALUE ZERO.
       01  PlayersWritten       PIC 9(5) VALUE ZERO.
       01  DriftFound           PIC X    VALUE 'N'.
       01  SlotDrifted          PIC X.
       01  SideLabel            PIC X(7).

       COPY LOCKWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'MastRbld' TO LockProgram
           PERFORM CheckRunLock

           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO ModeParm TargetParm
           END-UNSTRING
           IF ModeParm = 'COMPARE' AND TargetParm = SPACES
               MOVE 'ALL' TO TargetParm
           END-IF
           EVALUATE TargetParm
               WHEN 'CARDMAST'
                   MOVE 'Y' TO DoCards
               WHEN 'PLAYSTAND'
                   MOVE 'Y' TO DoPlayers
               WHEN 'ALL'
                   MOVE 'Y' TO DoCards
                   MOVE 'Y' TO DoPlayers
           END-EVALUATE
           IF (ModeParm NOT = 'COMPARE' AND ModeParm NOT = 'REBUILD')
                   OR (DoCards = 'N' AND DoPlayers = 'N')
               DISPLAY 'MastRbld: mode is COMPARE [CARDMAST|PLAYSTAND'
                   '|ALL] or REBUILD CARDMAST|PLAYSTAND|ALL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RbldRpt
           MOVE SPACES TO RbldRptLine
           STRING 'Master rebuild -- ' ModeParm DELIMITED BY SPACE
               ' ' TargetParm DELIMITED BY SPACE
               INTO RbldRptLine
           PERFORM WriteRptLine

           IF DoCards = 'Y'
               PERFORM LoadCardHistory
               IF ModeParm = 'REBUILD'
                   PERFORM RebuildCardMaster
               ELSE
                   PERFORM CompareCardMaster
               END-IF
           END-IF
           IF DoPlayers = 'Y'
               PERFORM LoadPlayerHistory
               IF ModeParm = 'REBUILD'
                   PERFORM RebuildPlayStand
               ELSE
                   PERFORM ComparePlayStand
               END-IF
           END-IF

           CLOSE RbldRpt
           IF DriftFound = 'Y'
               DISPLAY 'MastRbld: live master disagrees with history '
                   '-- see MASTRBLD.DAT'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       WriteRptLine.
           WRITE RbldRptLine
           DISPLAY RbldRptLine.

      *> Card master history: the two audit trails, the rejects, the
      *> game log and its per-card rollups.
       LoadCardHistory.
           INITIALIZE CardHistTable

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
           CLOSE AuditIn

           PERFORM LoadRejects
           PERFORM LoadGameLog
           PERFORM LoadCardRollups

           MOVE SPACES TO RbldRptLine
           STRING 'CARDMAST history: ' AuditUsed ' resolutions, '
               RejectsUsed ' rejects (' RejectSource ')'
               INTO RbldRptLine
           PERFORM WriteRptLine
           MOVE SPACES TO RbldRptLine
           STRING '  ' GameLogUsed ' logged compares, '
               RollupsUsed ' card rollups'
               INTO RbldRptLine
           PERFORM WriteRptLine
           IF RollupShort > 0
               MOVE SPACES TO RbldRptLine
               STRING '  GLOGSUM.DAT holds ' RollupShort
                   ' decided compares with no card rollup --'
                   INTO RbldRptLine
               PERFORM WriteRptLine
               MOVE '  wins and losses from those months are lost'
                   TO RbldRptLine
               PERFORM WriteRptLine
           END-IF.

      *> A resolution CardDemo wrote; blank actions are resolutions
      *> from before the action field, and CardInq's lookups never
      *> touched the master.
       TakeAuditRecord.
           IF (AViewAction = 'INITCARD' OR AViewAction = SPACES)
                   AND AViewRunId NOT = 'CARDINQ'
               MOVE AViewRank TO UseRank
               MOVE AViewSuit TO UseSuit
               MOVE AViewDate TO UseDate
               PERFORM MarkCardSeen
               ADD 1 TO AuditUsed
           END-IF.

       MarkCardSeen.
           MOVE 'Y' TO HistPresent(UseSuit + 1, UseRank + 1)
           ADD 1 TO HistProcessed(UseSuit + 1, UseRank + 1)
           IF UseDate > HistLastSeen(UseSuit + 1, UseRank + 1)
               MOVE UseDate TO HistLastSeen(UseSuit + 1, UseRank + 1)
           END-IF.

      *> ERRHIST.DAT is the whole reject history once CardDemo has
      *> been writing it; until then the last run's CARDERR.DAT is
      *> all there is, and it carries no date.
       LoadRejects.
           MOVE 'ERRHIST.DAT' TO RejectSource
           MOVE 'N' TO EofFlag
           OPEN INPUT ErrHist
           IF ErrHistStatus = '05'
               CLOSE ErrHist
               PERFORM LoadLastRunRejects
           ELSE
               PERFORM UNTIL EofFlag = 'Y'
                   READ ErrHist
                       AT END
                           MOVE 'Y' TO EofFlag
                       NOT AT END
                           MOVE EHistRank TO UseRank
                           MOVE EHistSuit TO UseSuit
                           MOVE EHistDate TO UseDate
                           PERFORM MarkCardSeen
                           ADD 1 TO HistRejected(UseSuit + 1,
                               UseRank + 1)
                           ADD 1 TO RejectsUsed
                   END-READ
               END-PERFORM
               CLOSE ErrHist
           END-IF.

       LoadLastRunRejects.
           MOVE 'CARDERR.DAT' TO RejectSource
           MOVE 'N' TO EofFlag
           OPEN INPUT CardErr
           PERFORM UNTIL EofFlag = 'Y'
               READ CardErr
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       MOVE CErrRank TO UseRank
                       MOVE CErrSuit TO UseSuit
                       MOVE 0 TO UseDate
                       PERFORM MarkCardSeen
                       ADD 1 TO HistRejected(UseSuit + 1, UseRank + 1)
                       ADD 1 TO RejectsUsed
               END-READ
           END-PERFORM
           CLOSE CardErr.

      *> A decided compare is a win on one card and a loss on the
      *> other; a tie moves neither -- CardDemo's own rule.
       LoadGameLog.
           MOVE 'N' TO EofFlag
           OPEN INPUT GameLog
           PERFORM UNTIL EofFlag = 'Y'
               READ GameLog
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       ADD 1 TO GameLogUsed
                       IF GLogWinner = 'CARD1'
                           ADD 1 TO HistWins(GLogCard1Suit + 1,
                               GLogCard1Rank + 1)
                           ADD 1 TO HistLosses(GLogCard2Suit + 1,
                               GLogCard2Rank + 1)
                       END-IF
                       IF GLogWinner = 'CARD2'
                           ADD 1 TO HistWins(GLogCard2Suit + 1,
                               GLogCard2Rank + 1)
                           ADD 1 TO HistLosses(GLogCard1Suit + 1,
                               GLogCard1Rank + 1)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GameLog.

      *> Each rolled month's decided compares show up once as a win
      *> in GLOGCARD.DAT and once in GLOGSUM.DAT's CARD1/CARD2 wins,
      *> so the two totals must agree; the shortfall is what was
      *> rolled before GameRoll kept per-card rollups.
       LoadCardRollups.
           MOVE 'N' TO EofFlag
           OPEN INPUT GameLogCard
           PERFORM UNTIL EofFlag = 'Y'
               READ GameLogCard
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       ADD 1 TO RollupsUsed
                       ADD GCardWins TO HistWins(GCardSuit + 1,
                           GCardRank + 1)
                       ADD GCardLosses TO HistLosses(GCardSuit + 1,
                           GCardRank + 1)
                       ADD GCardWins TO RollupWins
               END-READ
           END-PERFORM
           CLOSE GameLogCard

           MOVE 'N' TO EofFlag
           OPEN INPUT GameLogSum
           PERFORM UNTIL EofFlag = 'Y'
               READ GameLogSum
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       ADD GSumCard1Wins TO SumDecided
                       ADD GSumCard2Wins TO SumDecided
               END-READ
           END-PERFORM
           CLOSE GameLogSum
           IF SumDecided > RollupWins
               COMPUTE RollupShort = SumDecided - RollupWins
           END-IF.

      *> Keys go out in ascending order -- rank, then suit -- which
      *> is all a sequential load of the new master needs.
       RebuildCardMaster.
           OPEN OUTPUT CardMast
           IF CardMastStatus NOT = '00'
               DISPLAY 'MastRbld: CARDMAST.DAT cannot be created '
                   '(status ' CardMastStatus ')'
               CLOSE RbldRpt
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CardRankSub FROM 0 BY 1
                   UNTIL CardRankSub > 99
               PERFORM VARYING CardSuitSub FROM 0 BY 1
                       UNTIL CardSuitSub > 9
                   IF HistPresent(CardSuitSub + 1, CardRankSub + 1)
                           = 'Y'
                       PERFORM WriteCardMaster
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE CardMast
           MOVE SPACES TO RbldRptLine
           STRING 'CARDMAST.DAT rebuilt -- ' CardsWritten
               ' card records written'
               INTO RbldRptLine
           PERFORM WriteRptLine.

       WriteCardMaster.
           MOVE CardRankSub TO CMastRank
           MOVE CardSuitSub TO CMastSuit
           MOVE HistProcessed(CardSuitSub + 1, CardRankSub + 1)
               TO CMastProcessed
           MOVE HistRejected(CardSuitSub + 1, CardRankSub + 1)
               TO CMastRejected
           MOVE HistWins(CardSuitSub + 1, CardRankSub + 1)
               TO CMastWins
           MOVE HistLosses(CardSuitSub + 1, CardRankSub + 1)
               TO CMastLosses
           MOVE HistLastSeen(CardSuitSub + 1, CardRankSub + 1)
               TO CMastLastSeen
           WRITE CardMastRecord
               INVALID KEY
                   DISPLAY 'CARDMAST write failed for ' CMastRank
                       CMastSuit ' status ' CardMastStatus
               NOT INVALID KEY
                   ADD 1 TO CardsWritten
           END-WRITE.

       CompareCardMaster.
           OPEN INPUT CardMast
           IF CardMastStatus NOT = '00'
               MOVE SPACES TO RbldRptLine
               STRING 'CARDMAST.DAT cannot be read (status '
                   CardMastStatus ') -- rebuild it'
                   INTO RbldRptLine
               PERFORM WriteRptLine
               MOVE 'Y' TO DriftFound
           ELSE
               MOVE 'N' TO EofFlag
               PERFORM UNTIL EofFlag = 'Y'
                   READ CardMast
                       AT END
                           MOVE 'Y' TO EofFlag
                       NOT AT END
                           PERFORM TakeCardMaster
                   END-READ
                   IF CardMastStatus NOT = '00'
                           AND CardMastStatus NOT = '10'
                       MOVE SPACES TO RbldRptLine
                       STRING 'CARDMAST.DAT read failed (status '
                           CardMastStatus ') -- rebuild it'
                           INTO RbldRptLine
                       PERFORM WriteRptLine
                       MOVE 'Y' TO DriftFound
                       MOVE 'Y' TO EofFlag
                   END-IF
               END-PERFORM
               CLOSE CardMast
               MOVE SPACES TO RbldRptLine
               STRING 'CARD  SIDE    PROCESSED REJECTED   WINS LOSSES '
                   ' LAST SEEN'
                   INTO RbldRptLine
               PERFORM WriteRptLine
               PERFORM VARYING CardRankSub FROM 0 BY 1
                       UNTIL CardRankSub > 99
                   PERFORM VARYING CardSuitSub FROM 0 BY 1
                           UNTIL CardSuitSub > 9
                       PERFORM CompareCardSlot
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO RbldRptLine
               STRING 'CARDMAST: ' CardsOnHistory ' cards on '
                   'history, ' CardsDrifted ' disagree'
                   INTO RbldRptLine
               PERFORM WriteRptLine
           END-IF.

       TakeCardMaster.
           MOVE 'Y' TO OnMaster(CMastSuit + 1, CMastRank + 1)
           MOVE CMastProcessed TO MastProcessed(CMastSuit + 1,
               CMastRank + 1)
           MOVE CMastRejected  TO MastRejected(CMastSuit + 1,
               CMastRank + 1)
           MOVE CMastWins      TO MastWins(CMastSuit + 1,
               CMastRank + 1)
           MOVE CMastLosses    TO MastLosses(CMastSuit + 1,
               CMastRank + 1)
           MOVE CMastLastSeen  TO MastLastSeen(CMastSuit + 1,
               CMastRank + 1).

      *> A card history knows and the master doesn't, or the other
      *> way round, is drift the same as a count that's off.
       CompareCardSlot.
           MOVE 'N' TO SlotDrifted
           IF HistPresent(CardSuitSub + 1, CardRankSub + 1) = 'Y'
               ADD 1 TO CardsOnHistory
           END-IF
           IF HistPresent(CardSuitSub + 1, CardRankSub + 1) = 'Y'
                   OR OnMaster(CardSuitSub + 1, CardRankSub + 1) = 'Y'
               IF HistPresent(CardSuitSub + 1, CardRankSub + 1)
                       NOT = OnMaster(CardSuitSub + 1,
                           CardRankSub + 1)
                   MOVE 'Y' TO SlotDrifted
               END-IF
               IF HistProcessed(CardSuitSub + 1, CardRankSub + 1)
                       NOT = MastProcessed(CardSuitSub + 1,
                           CardRankSub + 1)
                   OR HistRejected(CardSuitSub + 1, CardRankSub + 1)
                       NOT = MastRejected(CardSuitSub + 1,
                           CardRankSub + 1)
                   OR HistWins(CardSuitSub + 1, CardRankSub + 1)
                       NOT = MastWins(CardSuitSub + 1,
                           CardRankSub + 1)
                   OR HistLosses(CardSuitSub + 1, CardRankSub + 1)
                       NOT = MastLosses(CardSuitSub + 1,
                           CardRankSub + 1)
                   OR HistLastSeen(CardSuitSub + 1, CardRankSub + 1)
                       NOT = MastLastSeen(CardSuitSub + 1,
                           CardRankSub + 1)
                   MOVE 'Y' TO SlotDrifted
               END-IF
           END-IF
           IF SlotDrifted = 'Y'
               ADD 1 TO CardsDrifted
               MOVE 'Y' TO DriftFound
               PERFORM WriteCardDrift
           END-IF.

       WriteCardDrift.
           IF OnMaster(CardSuitSub + 1, CardRankSub + 1) = 'Y'
               MOVE SPACES TO RbldRptLine
               STRING CardRankSub(2:2) ' ' CardSuitSub(2:1)
                   '  MASTER     '
                   MastProcessed(CardSuitSub + 1, CardRankSub + 1)
                   '   '
                   MastRejected(CardSuitSub + 1, CardRankSub + 1)
                   ' '
                   MastWins(CardSuitSub + 1, CardRankSub + 1)
                   ' '
                   MastLosses(CardSuitSub + 1, CardRankSub + 1)
                   '  '
                   MastLastSeen(CardSuitSub + 1, CardRankSub + 1)
                   INTO RbldRptLine
           ELSE
               MOVE SPACES TO RbldRptLine
               STRING CardRankSub(2:2) ' ' CardSuitSub(2:1)
                   '  MASTER     (no record)'
                   INTO RbldRptLine
           END-IF
           PERFORM WriteRptLine
           MOVE SPACES TO RbldRptLine
           STRING '      HISTORY    '
               HistProcessed(CardSuitSub + 1, CardRankSub + 1)
               '   '
               HistRejected(CardSuitSub + 1, CardRankSub + 1)
               ' '
               HistWins(CardSuitSub + 1, CardRankSub + 1)
               ' '
               HistLosses(CardSuitSub + 1, CardRankSub + 1)
               '  '
               HistLastSeen(CardSuitSub + 1, CardRankSub + 1)
               INTO RbldRptLine
           PERFORM WriteRptLine.

      *> Player standings history: the roster's names, then every
      *> hand DealHand logged outside a tournament.
       LoadPlayerHistory.
           INITIALIZE PlayHistTable
           MOVE 'N' TO EofFlag
           OPEN INPUT PlayerFile
           PERFORM UNTIL EofFlag = 'Y'
               READ PlayerFile
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       MOVE PlayRecName TO PHistName(PlayRecId + 1)
               END-READ
           END-PERFORM
           CLOSE PlayerFile

           MOVE 'N' TO EofFlag
           OPEN INPUT HandLog
           PERFORM UNTIL EofFlag = 'Y'
               READ HandLog
                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       IF HLogTournId = SPACES
                           PERFORM TakeHandRecord
                       ELSE
                           ADD 1 TO TournHandsSkipped
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HandLog

           MOVE SPACES TO RbldRptLine
           STRING 'PLAYSTAND history: ' HandsUsed ' hands, '
               TournHandsSkipped ' tournament hands left out'
               INTO RbldRptLine
           PERFORM WriteRptLine.

       TakeHandRecord.
           ADD 1 TO HandsUsed
           COMPUTE PlaySub = HLogPlayerId + 1
           MOVE 'Y' TO PHistPresent(PlaySub)
           ADD 1 TO PHistDeals(PlaySub)
           IF HLogWinner = 'Y'
               ADD 1 TO PHistWins(PlaySub)
           END-IF
           IF HLogCategory >= 1 AND HLogCategory <= 9
               ADD 1 TO PHistCatCount(PlaySub, HLogCategory)
           END-IF
           IF HLogDate > PHistLast(PlaySub)
               MOVE HLogDate TO PHistLast(PlaySub)
           END-IF.

       RebuildPlayStand.
           OPEN OUTPUT PlayStand
           IF PlayStandStatus NOT = '00'
               DISPLAY 'MastRbld: PLAYSTAND.DAT cannot be created '
                   '(status ' PlayStandStatus ')'
               CLOSE RbldRpt
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PlaySub FROM 1 BY 1 UNTIL PlaySub > 1000
               IF PHistPresent(PlaySub) = 'Y'
                   PERFORM WritePlayStand
               END-IF
           END-PERFORM
           CLOSE PlayStand
           MOVE SPACES TO RbldRptLine
           STRING 'PLAYSTAND.DAT rebuilt -- ' PlayersWritten
               ' player records written'
               INTO RbldRptLine
           PERFORM WriteRptLine.

       WritePlayStand.
           COMPUTE PStandId = PlaySub - 1
           MOVE PHistName(PlaySub)  TO PStandName
           MOVE PHistDeals(PlaySub) TO PStandDeals
           MOVE PHistWins(PlaySub)  TO PStandWins
           MOVE PHistCats(PlaySub)  TO PStandCats
           MOVE PHistLast(PlaySub)  TO PStandLastPlayed
           WRITE PlayStandRecord
               INVALID KEY
                   DISPLAY 'PLAYSTAND write failed for ' PStandId
                       ' status ' PlayStandStatus
               NOT INVALID KEY
                   ADD 1 TO PlayersWritten
           END-WRITE.

       ComparePlayStand.
           OPEN INPUT PlayStand
           IF PlayStandStatus NOT = '00'
               MOVE SPACES TO RbldRptLine
               STRING 'PLAYSTAND.DAT cannot be read (status '
                   PlayStandStatus ') -- rebuild it'
                   INTO RbldRptLine
               PERFORM WriteRptLine
               MOVE 'Y' TO DriftFound
           ELSE
               MOVE 'N' TO EofFlag
               PERFORM UNTIL EofFlag = 'Y'
                   READ PlayStand
                       AT END
                           MOVE 'Y' TO EofFlag
                       NOT AT END
                           PERFORM TakePlayStand
                   END-READ
                   IF PlayStandStatus NOT = '00'
                           AND PlayStandStatus NOT = '10'
                       MOVE SPACES TO RbldRptLine
                       STRING 'PLAYSTAND.DAT read failed (status '
                           PlayStandStatus ') -- rebuild it'
                           INTO RbldRptLine
                       PERFORM WriteRptLine
                       MOVE 'Y' TO DriftFound
                       MOVE 'Y' TO EofFlag
                   END-IF
               END-PERFORM
               CLOSE PlayStand
               PERFORM VARYING PlaySub FROM 1 BY 1
                       UNTIL PlaySub > 1000
                   PERFORM ComparePlayerSlot
               END-PERFORM
               MOVE SPACES TO RbldRptLine
               STRING 'PLAYSTAND: ' PlayersOnHistory ' players on '
                   'history, ' PlayersDrifted ' disagree'
                   INTO RbldRptLine
               PERFORM WriteRptLine
           END-IF.

       TakePlayStand.
           COMPUTE PlaySub = PStandId + 1
           MOVE 'Y'              TO POnMaster(PlaySub)
           MOVE PStandName       TO PMastName(PlaySub)
           MOVE PStandDeals      TO PMastDeals(PlaySub)
           MOVE PStandWins       TO PMastWins(PlaySub)
           MOVE PStandCats       TO PMastCats(PlaySub)
           MOVE PStandLastPlayed TO PMastLast(PlaySub).

      *> The name is history's too: PlayMnt carries a rename onto the
      *> master, so a master name off the roster is drift as well.
       ComparePlayerSlot.
           MOVE 'N' TO SlotDrifted
           IF PHistPresent(PlaySub) = 'Y'
               ADD 1 TO PlayersOnHistory
           END-IF
           IF PHistPresent(PlaySub) = 'Y' OR POnMaster(PlaySub) = 'Y'
               IF PHistPresent(PlaySub) NOT = POnMaster(PlaySub)
                   OR PHistName(PlaySub)  NOT = PMastName(PlaySub)
                   OR PHistDeals(PlaySub) NOT = PMastDeals(PlaySub)
                   OR PHistWins(PlaySub)  NOT = PMastWins(PlaySub)
                   OR PHistCats(PlaySub)  NOT = PMastCats(PlaySub)
                   OR PHistLast(PlaySub)  NOT = PMastLast(PlaySub)
                   MOVE 'Y' TO SlotDrifted
               END-IF
           END-IF
           IF SlotDrifted = 'Y'
               ADD 1 TO PlayersDrifted
               MOVE 'Y' TO DriftFound
               PERFORM WritePlayerDrift
           END-IF.

       WritePlayerDrift.
           COMPUTE PStandId = PlaySub - 1
           IF POnMaster(PlaySub) = 'Y'
               MOVE 'MASTER ' TO SideLabel
               MOVE SPACES TO RbldRptLine
               STRING 'PLAYER ' PStandId ' ' SideLabel ' '
                   PMastName(PlaySub) ' DEALS ' PMastDeals(PlaySub)
                   ' WINS ' PMastWins(PlaySub)
                   ' ' PMastLast(PlaySub)
                   INTO RbldRptLine
               PERFORM WriteRptLine
               MOVE SPACES TO RbldRptLine
               STRING '  MASTER  CATS'
                   ' ' PMastCatCount(PlaySub, 1)
                   ' ' PMastCatCount(PlaySub, 2)
                   ' ' PMastCatCount(PlaySub, 3)
                   ' ' PMastCatCount(PlaySub, 4)
                   ' ' PMastCatCount(PlaySub, 5)
                   ' ' PMastCatCount(PlaySub, 6)
                   ' ' PMastCatCount(PlaySub, 7)
                   ' ' PMastCatCount(PlaySub, 8)
                   ' ' PMastCatCount(PlaySub, 9)
                   INTO RbldRptLine
               PERFORM WriteRptLine
           ELSE
               MOVE SPACES TO RbldRptLine
               STRING 'PLAYER ' PStandId ' MASTER  (no record)'
                   INTO RbldRptLine
               PERFORM WriteRptLine
           END-IF
           MOVE 'HISTORY' TO SideLabel
           MOVE SPACES TO RbldRptLine
           STRING 'PLAYER ' PStandId ' ' SideLabel ' '
               PHistName(PlaySub) ' DEALS ' PHistDeals(PlaySub)
               ' WINS ' PHistWins(PlaySub)
               ' ' PHistLast(PlaySub)
               INTO RbldRptLine
           PERFORM WriteRptLine
           MOVE SPACES TO RbldRptLine
           STRING '  HISTORY CATS'
               ' ' PHistCatCount(PlaySub, 1)
               ' ' PHistCatCount(PlaySub, 2)
               ' ' PHistCatCount(PlaySub, 3)
               ' ' PHistCatCount(PlaySub, 4)
               ' ' PHistCatCount(PlaySub, 5)
               ' ' PHistCatCount(PlaySub, 6)
               ' ' PHistCatCount(PlaySub, 7)
               ' ' PHistCatCount(PlaySub, 8)
               ' ' PHistCatCount(PlaySub, 9)
               INTO RbldRptLine
           PERFORM WriteRptLine.

       COPY RUNLOCK.
