       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShoeIn.

      *> Brings live table play into the card batch. Reads the cards
      *> the tables' electronic shoes exported to SHOEFEED.DAT (see
      *> copybooks/SHOEFEEDREC), translates each text code to the
      *> rank/suit pair InitCard works from -- pips 2-10 at their own
      *> value, J 11, Q 12, K 13, A 14, suits D 0, C 1, H 2, S 3,
      *> and JK1 / JK2 the two jokers at rank 15, suits 4 and 5, the
      *> same cards DeckGen builds -- and writes them to SHOECARD.DAT
      *> bracketed with their own run id, game type and count, ready
      *> to go through CardDemo as CARDIN the way DECK.DAT and
      *> RECYCLE.DAT do. The header needs the count before the first
      *> card, so translated cards go to the SHOEWRK.DAT work file
      *> first, the same two-pass shape CardRecyc uses.
      *>
      *>   ShoeIn [game type]      game type defaults to STD
      *>
      *> A code that can't be translated goes to SHOEREJ.DAT (see
      *> copybooks/SHOEREJREC) with its reason, not into the batch.
      *> Translation only reads the code; whether the card is legal
      *> for the game is still CardDemo's ValidateCard to decide.
      *> Each table's run of cards is noted on the audit trail
      *> (action SHOEIN: table id, time of its first card, cards
      *> taken), so a batch's cards trace back to the shoe they
      *> came from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ShoeFeed ASSIGN TO "SHOEFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShoeOut ASSIGN TO "SHOECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShoeWrk ASSIGN TO "SHOEWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ShoeRej ASSIGN TO "SHOEREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditOut ASSIGN TO "AUDITOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditOutStatus.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ShoeFeed.
       COPY SHOEFEEDREC.

       FD  ShoeOut.
       COPY CARDREC.
       COPY BATCHCTL.

       FD  ShoeWrk.
       01  ShoeWrkRecord        PIC X(3).

       FD  ShoeRej.
       COPY SHOEREJREC.

       FD  AuditOut.
       COPY AUDITREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 FeedEof           PIC X VALUE 'N'.
       01 WrkEof            PIC X VALUE 'N'.
       01 AuditOutStatus    PIC XX.

       01 CommandLine       PIC X(40) VALUE SPACES.
       01 GameTypeParm      PIC X(8)  VALUE SPACES.

       01 RunId             PIC X(8).
       01 RunDate           PIC 9(8).
       01 RunTime           PIC 9(8).

       01 FeedCount         PIC 9(6) VALUE ZERO.
       01 TakenCount        PIC 9(6) VALUE ZERO.
       01 RejectCount       PIC 9(6) VALUE ZERO.
       01 TableCount        PIC 9(4) VALUE ZERO.

      *> The code being translated, upper-cased, and what it came to.
       01 CardCode          PIC X(4).
       01 RankPart          PIC X(2).
       01 SuitPart          PIC X.
       01 TailPart          PIC X(2).
       01 ShoeCard.
           05 ShoeRank      PIC 99.
           05 ShoeSuit      PIC 9.
       01 ReasonCode        PIC 9(2).
       01 ReasonText        PIC X(32).

      *> The table whose cards are coming in now -- the audit record
      *> for it is written when the table id changes.
       01 CurTableId        PIC X(8)  VALUE SPACES.
       01 CurTableTime      PIC X(6).
       01 CurTableCards     PIC 9(6).
       01 TableOpen         PIC X     VALUE 'N'.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'ShoeIn' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO GameTypeParm
           END-UNSTRING
           IF GameTypeParm = SPACES
               MOVE 'STD' TO GameTypeParm
           END-IF
           PERFORM StampRunId

           OPEN INPUT ShoeFeed
           OPEN OUTPUT ShoeWrk
           OPEN OUTPUT ShoeRej
           OPEN EXTEND AuditOut
           IF AuditOutStatus = '35'
               OPEN OUTPUT AuditOut
           END-IF

           PERFORM UNTIL FeedEof = 'Y'
               READ ShoeFeed
                   AT END
                       MOVE 'Y' TO FeedEof
                   NOT AT END
                       ADD 1 TO FeedCount
                       PERFORM TakeShoeCard
               END-READ
           END-PERFORM
           IF TableOpen = 'Y'
               PERFORM WriteTableAudit
           END-IF

           CLOSE ShoeFeed
           CLOSE ShoeWrk
           CLOSE ShoeRej
           CLOSE AuditOut

           PERFORM WriteShoeBatch

           IF FeedCount = 0
               DISPLAY 'ShoeIn: SHOEFEED.DAT is empty -- SHOECARD.DAT '
                   'is an empty batch'
           END-IF
           DISPLAY 'ShoeIn: ' FeedCount ' shoe cards from '
               TableCount ' table(s) -- ' TakenCount ' translated, '
               RejectCount ' rejected -- SHOECARD.DAT is run ' RunId
           STOP RUN.

      *> S plus the time of day, the way DeckGen and CardRecyc stamp
      *> theirs with R, so a shoe batch's run id says where it came
      *> from and can't collide with a deck cut the same second.
       StampRunId.
           MOVE BusinessDate TO RunDate
           ACCEPT RunTime FROM TIME
           MOVE SPACES TO RunId
           STRING 'S' RunTime(1:7) INTO RunId.

       TakeShoeCard.
           IF ShoeTableId NOT = CurTableId OR TableOpen NOT = 'Y'
               IF TableOpen = 'Y'
                   PERFORM WriteTableAudit
               END-IF
               MOVE ShoeTableId TO CurTableId
               MOVE ShoeTime    TO CurTableTime
               MOVE 0 TO CurTableCards
               MOVE 'Y' TO TableOpen
               ADD 1 TO TableCount
           END-IF

           PERFORM TranslateCode
           IF ReasonCode = 0
               MOVE ShoeCard TO ShoeWrkRecord
               WRITE ShoeWrkRecord
               ADD 1 TO TakenCount
               ADD 1 TO CurTableCards
           ELSE
               PERFORM WriteShoeReject
           END-IF.

      *> A code is a rank part and a suit letter with nothing after
      *> it -- "10" is the only two-character rank -- or JK and a
      *> joker number. The shoe's own timestamp has to be digits
      *> too, or the card can't be traced back to the deal it was in.
       TranslateCode.
           MOVE 0 TO ReasonCode
           MOVE SPACES TO ReasonText
           MOVE ShoeCardCode TO CardCode
           INSPECT CardCode
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF ShoeDate IS NOT NUMERIC OR ShoeTime IS NOT NUMERIC
               MOVE 6 TO ReasonCode
               MOVE 'SHOE TIMESTAMP NOT NUMERIC' TO ReasonText
           ELSE
               IF CardCode = SPACES
                   MOVE 1 TO ReasonCode
                   MOVE 'CARD CODE IS BLANK' TO ReasonText
               ELSE
                   IF CardCode(1:2) = 'JK'
                       PERFORM TranslateJoker
                   ELSE
                       PERFORM TranslateCard
                   END-IF
               END-IF
           END-IF.

       TranslateJoker.
           MOVE 15 TO ShoeRank
           EVALUATE CardCode(3:1)
               WHEN '1'
                   MOVE 4 TO ShoeSuit
               WHEN '2'
                   MOVE 5 TO ShoeSuit
               WHEN OTHER
                   MOVE 4 TO ReasonCode
                   MOVE 'UNKNOWN JOKER NUMBER' TO ReasonText
           END-EVALUATE
           IF ReasonCode = 0 AND CardCode(4:1) NOT = SPACE
               MOVE 5 TO ReasonCode
               MOVE 'EXTRA CHARACTERS AFTER CARD CODE' TO ReasonText
           END-IF.

       TranslateCard.
           IF CardCode(1:2) = '10'
               MOVE '10' TO RankPart
               MOVE CardCode(3:1) TO SuitPart
               MOVE CardCode(4:1) TO TailPart
           ELSE
               MOVE CardCode(1:1) TO RankPart
               MOVE CardCode(2:1) TO SuitPart
               MOVE CardCode(3:2) TO TailPart
           END-IF

           EVALUATE RankPart
               WHEN '2'  MOVE 2  TO ShoeRank
               WHEN '3'  MOVE 3  TO ShoeRank
               WHEN '4'  MOVE 4  TO ShoeRank
               WHEN '5'  MOVE 5  TO ShoeRank
               WHEN '6'  MOVE 6  TO ShoeRank
               WHEN '7'  MOVE 7  TO ShoeRank
               WHEN '8'  MOVE 8  TO ShoeRank
               WHEN '9'  MOVE 9  TO ShoeRank
               WHEN '10' MOVE 10 TO ShoeRank
               WHEN 'J'  MOVE 11 TO ShoeRank
               WHEN 'Q'  MOVE 12 TO ShoeRank
               WHEN 'K'  MOVE 13 TO ShoeRank
               WHEN 'A'  MOVE 14 TO ShoeRank
               WHEN OTHER
                   MOVE 2 TO ReasonCode
                   MOVE 'UNKNOWN RANK IN CARD CODE' TO ReasonText
           END-EVALUATE

           IF ReasonCode = 0
               EVALUATE SuitPart
                   WHEN 'D' MOVE 0 TO ShoeSuit
                   WHEN 'C' MOVE 1 TO ShoeSuit
                   WHEN 'H' MOVE 2 TO ShoeSuit
                   WHEN 'S' MOVE 3 TO ShoeSuit
                   WHEN OTHER
                       MOVE 3 TO ReasonCode
                       MOVE 'UNKNOWN SUIT IN CARD CODE' TO ReasonText
               END-EVALUATE
           END-IF

           IF ReasonCode = 0 AND TailPart NOT = SPACES
               MOVE 5 TO ReasonCode
               MOVE 'EXTRA CHARACTERS AFTER CARD CODE' TO ReasonText
           END-IF.

       WriteShoeReject.
           MOVE ShoeTableId  TO SRejTableId
           MOVE ShoeDate     TO SRejDate
           MOVE ShoeTime     TO SRejTime
           MOVE ShoeCardCode TO SRejCardCode
           MOVE ReasonCode   TO SRejReason
           MOVE ReasonText   TO SRejText
           MOVE RunId        TO SRejRunId
           WRITE ShoeRejRecord
           ADD 1 TO RejectCount
           DISPLAY 'Rejected shoe card: ' ShoeTableId ' '
               ShoeCardCode ' - ' ReasonText.

      *> Detail is the table id, the time its first card came out of
      *> the shoe, and how many of its cards made the batch.
       WriteTableAudit.
           MOVE BusinessDate TO AudDate
           ACCEPT AudTime FROM TIME
           MOVE 0        TO AudRank
           MOVE 0        TO AudSuit
           MOVE SPACES   TO AudFace
           MOVE SPACES   TO AudSuitLabel
           MOVE RunId    TO AudRunId
           MOVE 'SHOEIN' TO AudAction
           MOVE SPACES   TO AudDetail
           STRING CurTableId ' ' CurTableTime ' ' CurTableCards
               INTO AudDetail
           MOVE SPACES   TO AudOperId
           WRITE AuditRecord.

      *> Same bracket DeckGen and CardRecyc put round theirs, so
      *> CardDemo holds the shoe batch to the same controls. The
      *> cards were shuffled by the shoe, not by us, so there is no
      *> seed to replay -- zero, as on a recycled batch.
       WriteShoeBatch.
           OPEN INPUT ShoeWrk
           OPEN OUTPUT ShoeOut

           MOVE 'H'          TO BHdrType
           MOVE RunId        TO BHdrRunId
           MOVE RunDate      TO BHdrRunDate
           MOVE GameTypeParm TO BHdrGameType
           MOVE TakenCount   TO BHdrExpCount
           MOVE ZEROES       TO BHdrSeed
           WRITE BatchHeaderRecord

           PERFORM UNTIL WrkEof = 'Y'
               READ ShoeWrk
                   AT END
                       MOVE 'Y' TO WrkEof
                   NOT AT END
                       MOVE ShoeWrkRecord TO CardRecord
                       WRITE CardRecord
               END-READ
           END-PERFORM

           MOVE 'T'          TO BTrlType
           MOVE TakenCount   TO BTrlCount
           WRITE BatchTrailerRecord

           CLOSE ShoeWrk
           CLOSE ShoeOut.

       COPY RUNLOCK.

       COPY BUSDATE.
