      *> Operations summary: how the shop itself is running, as
      *> opposed to CardRpt's per-deck suit/rank reconciliation.
      *> Tallies CARDERR.DAT rejects by CErrReason code -- the mix
      *> says where data-entry retraining should aim -- with each
      *> reason's text and severity from the reason master,
      *> REASONS.DAT, and any code the master doesn't define listed
      *> on its own as unknown -- and buckets
      *> the InitCard resolution volume in AUDITOUT.DAT by hour of
      *> day from AudTime, which is what places the batch window.
      *> Report goes to OPSRPT.DAT and the console.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OpsOut ASSIGN TO "OPSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReasonFile ASSIGN TO "REASONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OpsOut.
       01  OpsLine              PIC X(60).

       FD  ReasonFile.
       COPY REASONREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       WORKING-STORAGE SECTION.
       01  EofFlag              PIC X.
       01  TotalRejects         PIC 9(6) VALUE ZERO.
       01  TotalResolutions     PIC 9(6) VALUE ZERO.
       01  ReasonSub            PIC 9(3).
       01  ReasonValue          PIC 99.
       01  HourSub              PIC 9(2).
       01  HourValue            PIC 99.

      *> One count per possible reason code, 0-99, subscripted
      *> code + 1; what each code means is the reason master's.
       01  ReasonCounts.
           05  ReasonCountEntry OCCURS 100 TIMES
                                PIC 9(6) VALUE ZERO.
       01  UnknownReasons       PIC 9(6) VALUE ZERO.

       COPY REASONTBL.

       01  HourCounts.
           05  HourCountEntry OCCURS 24 TIMES
                                PIC 9(6) VALUE ZERO.

      *> Catch-alls, so a reason code that isn't even a number or a
      *> mangled AudTime still shows up in the totals instead of
      *> silently thinning the report.
       01  ReasonOtherCount     PIC 9(6) VALUE ZERO.
       01  HourOtherCount       PIC 9(6) VALUE ZERO.

       COPY LOCKWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'OpsRpt' TO LockProgram
           PERFORM CheckRunLock

           PERFORM LoadReasons
           PERFORM TallyRejects
           PERFORM TallyResolutions

                   AT END
                       MOVE 'Y' TO EofFlag
                   NOT AT END
                       IF CErrReason IS NUMERIC
                           ADD 1 TO
                               ReasonCountEntry(CErrReason + 1)
                       ELSE
                           ADD 1 TO ReasonOtherCount
                       END-IF
           MOVE 'REJECTS BY REASON' TO OpsLine
           WRITE OpsLine
           PERFORM VARYING ReasonSub FROM 1 BY 1
                   UNTIL ReasonSub > 100
               IF ReasonCountEntry(ReasonSub) > 0
                   COMPUTE RsnLookup = ReasonSub - 1
                   PERFORM FindReason
                   IF RsnFound = 'Y'
                       PERFORM WriteReasonLine
                   ELSE
                       ADD ReasonCountEntry(ReasonSub)
                           TO UnknownReasons
                   END-IF
               END-IF
           END-PERFORM

      *> Codes the master doesn't define, each on its own line --
      *> a new code CardDemo started writing, or a master record
      *> somebody lost -- never folded in with the known ones.
           IF UnknownReasons > 0 OR ReasonOtherCount > 0
               MOVE 'UNKNOWN REASON CODES (NOT ON REASONS.DAT)'
                   TO OpsLine
               WRITE OpsLine
               DISPLAY '  unknown reason codes -- not on REASONS.DAT'
               PERFORM VARYING ReasonSub FROM 1 BY 1
                       UNTIL ReasonSub > 100
                   IF ReasonCountEntry(ReasonSub) > 0
                       COMPUTE RsnLookup = ReasonSub - 1
                       PERFORM FindReason
                       IF RsnFound NOT = 'Y'
                           PERFORM WriteUnknownLine
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF ReasonOtherCount > 0
               DISPLAY '  reason ?? (not numeric) '
                   ReasonOtherCount
               MOVE SPACES TO OpsLine
               STRING 'REASON ?? ' ReasonOtherCount
                   INTO OpsLine
               WRITE OpsLine
           END-IF
       WriteReasonLine.
           COMPUTE ReasonValue = ReasonSub - 1
           DISPLAY '  reason ' ReasonValue ' '
               RsnSeverity(ReasonValue) ' '
               RsnText(ReasonValue) ' '
               ReasonCountEntry(ReasonSub)
           MOVE SPACES TO OpsLine
           STRING 'REASON ' ReasonValue ' '
               RsnSeverity(ReasonValue) ' '
               RsnText(ReasonValue) ' '
               ReasonCountEntry(ReasonSub)
               INTO OpsLine
           WRITE OpsLine.

       WriteUnknownLine.
           COMPUTE ReasonValue = ReasonSub - 1
           DISPLAY '  reason ' ReasonValue ' (unknown) '
               ReasonCountEntry(ReasonSub)
           MOVE SPACES TO OpsLine
           STRING 'REASON ' ReasonValue ' UNKNOWN CODE '
               ReasonCountEntry(ReasonSub)
               INTO OpsLine
           WRITE OpsLine.
               HourCountEntry(HourSub)
               INTO OpsLine
           WRITE OpsLine.

       COPY RUNLOCK.

       COPY REASONS.
