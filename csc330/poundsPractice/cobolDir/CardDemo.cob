               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BadMapFile ASSIGN TO "BADMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReasonFile ASSIGN TO "REASONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ErrHist ASSIGN TO "ERRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ErrHistStatus.
           SELECT GameLog ASSIGN TO "GAMELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GameLogStatus.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMastKey
               FILE STATUS IS CardMastStatus.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BadMapFile.
       COPY BADMAPREC.

       FD  ReasonFile.
       COPY REASONREC.

       FD  ErrHist.
       COPY ERRHISTREC.

       FD  GameLog.
       COPY GAMELOGREC.

       FD  CardMast.
       COPY CARDMASTREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 Rank          PIC 99.
       01 Suit          PIC 9.
       01 ReasonCode    PIC 9(2).
       01 ReasonText    PIC X(32).

      *> The checks below decide a reject's reason code; what the
      *> code says comes from the reason master, REASONS.DAT.
       COPY REASONTBL.

       01 CommandLine       PIC X(40) VALUE SPACES.
       01 RestartParm       PIC X(8)  VALUE SPACES.
       01 RestartMode       PIC X     VALUE 'N'.
       01 RunDate           PIC 9(8).
       01 RunId             PIC X(8)  VALUE SPACES.
       01 AuditRunId        PIC X(8)  VALUE SPACES.
      *> Batch resolutions have no signed-on operator.
       01 AuditOperId       PIC X(8)  VALUE SPACES.
       01 ExpectedCount     PIC 9(6).
       01 TrailerSeen       PIC X     VALUE 'N'.
       01 TrailerCount      PIC 9(6).
       01 MastIsNew         PIC X.
       01 MastAvailable     PIC X VALUE 'N'.
       01 CardErrStatus     PIC XX.
       01 ErrHistStatus     PIC XX.
       01 AuditOutStatus    PIC XX.
       01 CkptFileStatus    PIC XX.

       COPY GAMETBL.
       COPY BADMAPTBL.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'CardDemo' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

      *> Command line is [RESTART] [game-type], either one optional
      *> and in either position -- "CardDemo EUCHRE" and
      *> "CardDemo RESTART EUCHRE" both set the game type.
               MOVE 'Y' TO GameTypeFromCL
           END-IF

           MOVE BusinessDate TO RunDate

           PERFORM InitTables
           PERFORM LoadGameTypes
           PERFORM LoadReasons
           PERFORM CheckOwnReasons

           OPEN INPUT CardIn
           PERFORM ReadBatchHeader
      *> GameTrend reports on the accumulated game log -- so both
      *> always append; a fresh run must not wipe them out the way
      *> it recreates CARDOUT/CARDERR. Run-id stamping keeps one
      *> run's records tellable from another's. ERRHIST.DAT is the
      *> lasting copy of CARDERR for the same reason.
           OPEN EXTEND AuditOut
           IF AuditOutStatus = '35'
               OPEN OUTPUT AuditOut
           END-IF
           OPEN EXTEND ErrHist
           IF ErrHistStatus = '35'
               OPEN OUTPUT ErrHist
           END-IF
           OPEN EXTEND GameLog
           IF GameLogStatus = '35'
               OPEN OUTPUT GameLog
           CLOSE CardOut
           CLOSE CardErr
           CLOSE AuditOut
           CLOSE ErrHist
           CLOSE GameLog
           IF MastAvailable = 'Y'
               CLOSE CardMast
           MOVE ZEROES TO DupCountTable
           DISPLAY 'Batch header: run ' RunId ' dated ' BHdrRunDate
               ' game type ' BHdrGameType ' expecting '
               ExpectedCount ' cards'
           MOVE BHdrRunDate TO BusDateHeader
           MOVE RunId       TO BusDateHeaderRun
           PERFORM CheckBatchDate.

      *> Record-count integrity for one batch: a trailer must have
      *> arrived, its count must match the cards actually read, and
           CLOSE CardOut
           CLOSE CardErr
           CLOSE AuditOut
           CLOSE ErrHist
           CLOSE GameLog
           IF MastAvailable = 'Y'
               CLOSE CardMast
           IF DupCountEntry(Suit + 1, Rank - 1) > 1
               MOVE 'N' TO ValidFlag
               MOVE 6 TO ReasonCode
           END-IF.

      *> Reads forward to the next detail card, putting any batch
                           AND BMapSuit(BadMapIdx) = Suit
                       MOVE 'N' TO ValidFlag
                       MOVE 5 TO ReasonCode
               END-SEARCH
           END-IF.

           IF Suit > 5
               MOVE 'N' TO ValidFlag
               MOVE 1 TO ReasonCode
           ELSE
               IF (Suit = 4 OR Suit = 5) AND EffJokersOK NOT = 'Y'
                   MOVE 'N' TO ValidFlag
                   MOVE 4 TO ReasonCode
               ELSE
                   IF Rank < EffMinRank OR Rank > EffMaxRank
                       MOVE 'N' TO ValidFlag
                       MOVE 2 TO ReasonCode
                   ELSE
                       IF (Suit = 4 OR Suit = 5) AND Rank NOT = 15
                           MOVE 'N' TO ValidFlag
                           MOVE 3 TO ReasonCode
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WriteCardErr.
           MOVE ReasonCode TO RsnLookup
           PERFORM FindReason
           IF RsnFound = 'Y'
               MOVE RsnText(ReasonCode) TO ReasonText
           ELSE
               MOVE 'REASON NOT ON REASONS.DAT' TO ReasonText
           END-IF
           MOVE Rank       TO CErrRank
           MOVE Suit       TO CErrSuit
           MOVE ReasonCode TO CErrReason
           MOVE ReasonText TO CErrText
           MOVE RunId      TO CErrRunId
           WRITE CardErrRecord
           MOVE RunDate    TO EHistDate
           MOVE Rank       TO EHistRank
           MOVE Suit       TO EHistSuit
           MOVE ReasonCode TO EHistReason
           MOVE ReasonText TO EHistText
           MOVE RunId      TO EHistRunId
           WRITE ErrHistRecord
           DISPLAY 'Rejected card: ' Rank Suit ' - ' ReasonText.

      *> Every code the checks above can assign should be on the
      *> reason master; one that isn't is said up front, before its
      *> rejects start going out without a description.
       CheckOwnReasons.
           PERFORM VARYING RsnLookup FROM 1 BY 1 UNTIL RsnLookup > 6
               PERFORM FindReason
               IF RsnFound NOT = 'Y'
                   DISPLAY 'CardDemo: REASONS.DAT has no reason '
                       RsnLookup ' -- its rejects will say REASON '
                       'NOT ON REASONS.DAT'
               END-IF
           END-PERFORM.

       COPY INITCARD.

       ToString.
      *> run -- GameTrend reads the accumulated log back for the
      *> cross-day win/margin report.
       WriteGameLog.
           MOVE BusinessDate TO GLogDate
           ACCEPT GLogTime FROM TIME
           MOVE GameTypeCode TO GLogGameType
           MOVE Card1Rank    TO GLogCard1Rank
           MOVE Margin       TO GLogMargin
           MOVE RunId        TO GLogRunId
           WRITE GameLogRecord.

       COPY RUNLOCK.

       COPY BUSDATE.

       COPY REASONS.
