      *> BALRPT.DAT, CardRpt's suit/rank counts in REPTOUT.DAT, the
      *> CARDERR.DAT reject mix, and CardRecyc's dispositions in
      *> RECYCRPT.DAT -- and writes MORNRPT.DAT exceptions-first:
      *> out-of-balance conditions, unrepairable rejects, rejects
      *> whose reason REASONS.DAT flags for the morning or doesn't
      *> define at all, and uneven suit counts at the top; a
      *> one-line OK per area that passed;
      *> then the run id and expected count of every batch header in
      *> the night's CARDIN feed. A clean night is one page that
      *> says ALL CLEAR; anything else says LOOK HERE FIRST and
               FILE STATUS IS CardInStatus.
           SELECT MornRpt ASSIGN TO "MORNRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReasonFile ASSIGN TO "REASONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MornRpt.
       01  MornRptLine          PIC X(72).

       FD  ReasonFile.
       COPY REASONREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01  EofFlag              PIC X.
       01  BalRptStatus         PIC XX.
       01  PlainSuitCounts.
           05  PlainSuitCount OCCURS 4 TIMES PIC 9(4).

      *> Reject area, tallied the way OpsRpt tallies the same file,
      *> with what each code means from the reason master.
       01  TotalRejects         PIC 9(6) VALUE ZERO.
       01  ReasonSub            PIC 9(3).
       01  ReasonValue          PIC 99.
       01  ReasonOtherCount     PIC 9(6) VALUE ZERO.
       01  ReasonCounts.
           05  ReasonCountEntry OCCURS 100 TIMES
                                PIC 9(6) VALUE ZERO.

       COPY REASONTBL.

      *> Recycle area.
       01  RepairedCount        PIC 9(6) VALUE ZERO.
       01  DroppedCount         PIC 9(6) VALUE ZERO.
       01  UnrepairedCount      PIC 9(6) VALUE ZERO.
       01  IneligibleCount      PIC 9(6) VALUE ZERO.
       01  UnknownCodeCount     PIC 9(6) VALUE ZERO.

      *> The page is built exceptions-first, so both sections
      *> collect into tables and write out together at the end.
           05  ExcLine OCCURS 30 TIMES PIC X(72).
       01  OkCount              PIC 9(2) VALUE ZERO.
       01  OkTable.
           05  OkLine OCCURS 30 TIMES PIC X(72).
       01  BatchCount           PIC 9(2) VALUE ZERO.
       01  BatchTable.
           05  BatchLine OCCURS 10 TIMES PIC X(72).
       01  ItemSub              PIC 9(2).
       01  WorkLine             PIC X(72).

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'MornSum' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           MOVE BusinessDate TO RunDate
           PERFORM LoadReasons

           PERFORM CheckBalance
           PERFORM CheckCounts
           END-IF.

       AddOkLine.
           IF OkCount < 30
               ADD 1 TO OkCount
               MOVE WorkLine TO OkLine(OkCount)
           END-IF.

      *> The reject mix, tallied by reason the way OpsRpt does it.
      *> Rejects by themselves aren't an exception -- CardRecyc
      *> exists to handle them -- so the mix reports as area lines;
      *> what goes to the top is the unrepairable ones
      *> (CheckRecycle), any reason REASONS.DAT flags for the
      *> morning, and any code it doesn't define.
       CheckRejects.
           MOVE 'N' TO EofFlag
           OPEN INPUT CardErr
                           MOVE 'Y' TO EofFlag
                       NOT AT END
                           ADD 1 TO TotalRejects
                           IF CErrReason IS NUMERIC
                               ADD 1 TO
                                   ReasonCountEntry(CErrReason + 1)
                           ELSE
                               ADD 1 TO ReasonOtherCount
                           END-IF
                   END-READ
               END-PERFORM
                       ' -- MIX BY REASON FOLLOWS' INTO WorkLine
                   PERFORM AddOkLine
                   PERFORM VARYING ReasonSub FROM 1 BY 1
                           UNTIL ReasonSub > 100
                       IF ReasonCountEntry(ReasonSub) > 0
                           PERFORM JudgeReason
                       END-IF
                   END-PERFORM
                   IF ReasonOtherCount > 0
                       MOVE SPACES TO WorkLine
                       STRING 'REJECTS: ' ReasonOtherCount
                           ' WITH A REASON CODE THAT IS NOT A NUMBER'
                           INTO WorkLine
                       PERFORM AddException
                   END-IF
               END-IF
           END-IF
           CLOSE CardErr.

      *> One reason's line in the mix, plus a line at the top if the
      *> master wants the morning told or doesn't know the code.
       JudgeReason.
           COMPUTE ReasonValue = ReasonSub - 1
           MOVE ReasonValue TO RsnLookup
           PERFORM FindReason
           IF RsnFound = 'Y'
               MOVE SPACES TO WorkLine
               STRING '  REASON ' ReasonValue ' '
                   RsnText(ReasonValue) ' COUNT '
                   ReasonCountEntry(ReasonSub)
                   INTO WorkLine
               PERFORM AddOkLine
               IF RsnMorning(ReasonValue) = 'Y'
                   MOVE SPACES TO WorkLine
                   STRING 'REJECTS: ' ReasonCountEntry(ReasonSub)
                       ' REASON ' ReasonValue ' '
                       RsnText(ReasonValue)
                       INTO WorkLine
                   PERFORM AddException
               END-IF
           ELSE
               MOVE SPACES TO WorkLine
               STRING 'REJECTS: ' ReasonCountEntry(ReasonSub)
                   ' WITH UNKNOWN REASON ' ReasonValue
                   ' -- NOT ON REASONS.DAT'
                   INTO WorkLine
               PERFORM AddException
           END-IF.

      *> CardRecyc's disposition lines end in REPAIRED, DROPPED,
      *> UNREPAIRABLE, NOT ELIGIBLE or UNKNOWN CODE; the unrepairable
      *> ones are the morning's business and go to the top verbatim.
      *> Not-eligible rejects were never meant to be recycled and an
      *> unknown code is already an exception from the reason mix,
      *> so those two are only counted.
       CheckRecycle.
           MOVE 'N' TO EofFlag
           OPEN INPUT RecycRpt
                       ' DROPPED ' DroppedCount INTO WorkLine
                   PERFORM AddOkLine
               END-IF
               IF IneligibleCount > 0 OR UnknownCodeCount > 0
                   MOVE SPACES TO WorkLine
                   STRING 'RECYCLE SKIPPED -- NOT ELIGIBLE '
                       IneligibleCount ' UNKNOWN CODE '
                       UnknownCodeCount INTO WorkLine
                   PERFORM AddOkLine
               END-IF
           END-IF
           CLOSE RecycRpt.

                       FOR ALL ' DROPPED'
                   IF HitCount > 0
                       ADD 1 TO DroppedCount
                   ELSE
                       PERFORM CountRecycleSkip
                   END-IF
               END-IF
           END-IF.

       CountRecycleSkip.
           MOVE 0 TO HitCount
           INSPECT RecycRptLine TALLYING HitCount
               FOR ALL 'NOT ELIGIBLE'
           IF HitCount > 0
               ADD 1 TO IneligibleCount
           ELSE
               MOVE 0 TO HitCount
               INSPECT RecycRptLine TALLYING HitCount
                   FOR ALL 'UNKNOWN CODE'
               IF HitCount > 0
                   ADD 1 TO UnknownCodeCount
               END-IF
           END-IF.

      *> The batch (or batches -- a concatenated CARDIN carries
      *> several) the night's numbers belong to. A batch dated some
      *> other day than the business date the night ran under is an
      *> exception: the wrong feed, or a rerun without the override.
       CollectBatchInfo.
           MOVE 'N' TO EofFlag
           OPEN INPUT CardIn
                       AT END
                           MOVE 'Y' TO EofFlag
                       NOT AT END
                           IF BHdrType = 'H'
                               PERFORM CheckBatchHeaderDate
                           END-IF
                           IF BHdrType = 'H' AND BatchCount < 10
                               ADD 1 TO BatchCount
                               MOVE SPACES TO WorkLine
           END-IF
           CLOSE CardIn.

       CheckBatchHeaderDate.
           IF BHdrRunDate IS NUMERIC AND BHdrRunDate NOT = RunDate
               MOVE SPACES TO WorkLine
               STRING 'BATCH: RUN ' BHdrRunId ' DATED ' BHdrRunDate
                   ' -- BUSINESS DATE IS ' RunDate INTO WorkLine
               PERFORM AddException
           END-IF.

       WritePage.
           MOVE SPACES TO MornRptLine
           STRING 'Morning exception summary -- ' RunDate
                   DISPLAY '  ' MornRptLine
               END-PERFORM
           END-IF.

       COPY RUNLOCK.

       COPY BUSDATE.

       COPY REASONS.
