      *> bracketed with its own batch header and trailer so it can
      *> be fed straight back through CardDemo as CARDIN -- and
      *> writes a disposition line for every error record (REPAIRED,
      *> DROPPED, UNREPAIRABLE, NOT ELIGIBLE or UNKNOWN CODE) to
      *> RECYCRPT.DAT, so nobody re-keys rejects into CARDIN.DAT by
      *> hand any more. Only a reject whose reason the reason
      *> master, REASONS.DAT, marks recycle-eligible is put to the
      *> rules at all; a reason the master doesn't define is
      *> reported as such, not guessed at. The header needs
      *> the repaired count before the first card, so repairs go to
      *> the RECYCWRK.DAT work file first and RECYCLE.DAT is built
      *> from it once the count is known, the same two-pass shape
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RecycRpt ASSIGN TO "RECYCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReasonFile ASSIGN TO "REASONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RecycRpt.
       01  RecycRptLine         PIC X(60).

       FD  ReasonFile.
       COPY REASONREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 ErrEof            PIC X VALUE 'N'.
       01 WrkEof            PIC X VALUE 'N'.
       01 RepairedCount     PIC 9(6) VALUE ZERO.
       01 DroppedCount      PIC 9(6) VALUE ZERO.
       01 UnrepairedCount   PIC 9(6) VALUE ZERO.
       01 IneligibleCount   PIC 9(6) VALUE ZERO.
       01 UnknownCount      PIC 9(6) VALUE ZERO.
       01 RuleSeq           PIC 9(2) VALUE ZERO.
       01 BadRuleCount      PIC 9(2) VALUE ZERO.

           05 RepSuit       PIC 9.

       COPY CORRTBL.
       COPY REASONTBL.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'CardRecyc' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           PERFORM LoadReasons
           PERFORM LoadCorrections

           IF CorrRuleCount = 0

           DISPLAY 'CardRecyc: ' ErrCount ' error records -- '
               RepairedCount ' repaired, ' DroppedCount
               ' dropped, ' UnrepairedCount ' unrepairable, '
               IneligibleCount ' not eligible, ' UnknownCount
               ' unknown code -- RECYCLE.DAT is run ' RunId
           STOP RUN.

       LoadCorrections.
      *> gated before it can touch a card: the match fields must be
      *> numeric, the action must be R or D, and a repair's new
      *> rank/suit must be the keep-wildcard (99/9) or a value
      *> ValidateCard could ever accept (rank 2-15, suit 0-5). The
      *> reason has to be one the reason master defines and marks
      *> recycle-eligible, or the rule could never fire. Bad rules
      *> are reported and skipped, never applied.
       ValidateRuleRecord.
           MOVE 'Y' TO RuleOk
           IF CorReason NOT NUMERIC
               ADD 1 TO BadRuleCount
               DISPLAY 'CORRECT.DAT rule ' RuleSeq
                   ' is malformed -- skipped'
           ELSE
               MOVE CorReason TO RsnLookup
               PERFORM FindReason
               IF RsnFound NOT = 'Y'
                   MOVE 'N' TO RuleOk
                   ADD 1 TO BadRuleCount
                   DISPLAY 'CORRECT.DAT rule ' RuleSeq ' names reason '
                       CorReason ', not on REASONS.DAT -- skipped'
               ELSE
                   IF RsnRecycle(CorReason) NOT = 'Y'
                       MOVE 'N' TO RuleOk
                       ADD 1 TO BadRuleCount
                       DISPLAY 'CORRECT.DAT rule ' RuleSeq
                           ' names reason ' CorReason ' ('
                           RsnText(CorReason) ') -- not recycle-'
                           'eligible, skipped'
                   END-IF
               END-IF
           END-IF.

       ReadNextErr.
       ApplyRules.
           MOVE 'UNREPAIRABLE' TO Disposition
           MOVE 'N' TO RuleMatched
           MOVE CErrReason TO RsnLookup
           PERFORM FindReason
           IF RsnFound NOT = 'Y'
               MOVE 'UNKNOWN CODE' TO Disposition
               ADD 1 TO UnknownCount
           ELSE
               IF RsnRecycle(CErrReason) NOT = 'Y'
                   MOVE 'NOT ELIGIBLE' TO Disposition
                   ADD 1 TO IneligibleCount
               ELSE
                   PERFORM MatchRules
               END-IF
           END-IF.

       MatchRules.
           IF CorrRuleCount > 0
               SET CorrRuleIdx TO 1
               SEARCH CorrRuleEntry
      *> blank -- the operator names one on CardDemo's command line
      *> if the recycled cards belong to a restricted game.
       WriteRecycleDeck.
           MOVE BusinessDate TO RunDate
           ACCEPT RunTime FROM TIME
           MOVE SPACES TO RunId
           STRING 'R' RunTime(1:7) INTO RunId
           WRITE RecycRptLine
           DISPLAY '  rank ' CErrRank ' suit ' CErrSuit
               ' reason ' CErrReason ' -> ' Disposition.

       COPY RUNLOCK.

       COPY BUSDATE.

       COPY REASONS.
