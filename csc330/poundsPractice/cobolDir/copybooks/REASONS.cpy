      *> Reject-reason master handling shared by CardDemo, CardRecyc,
      *> OpsRpt and MornSum. COPY this into the PROCEDURE DIVISION;
      *> the including program must also COPY REASONTBL into
      *> WORKING-STORAGE and declare a ReasonFile (SELECT OPTIONAL
      *> ... "REASONS.DAT", COPY REASONREC). LoadReasons fills the
      *> table once at startup; FindReason sets RsnFound for the code
      *> in RsnLookup, so a code the file doesn't define -- zero or
      *> past 99 included -- is reported by the caller as unknown
      *> rather than taken for one of the others.
       LoadReasons.
           INITIALIZE RsnTable
           MOVE 0 TO RsnLoaded
           MOVE 0 TO RsnBadCount
           MOVE 0 TO RsnSeq
           MOVE 'N' TO RsnFileEof
           OPEN INPUT ReasonFile
           PERFORM UNTIL RsnFileEof = 'Y'
               READ ReasonFile
                   AT END
                       MOVE 'Y' TO RsnFileEof
                   NOT AT END
                       ADD 1 TO RsnSeq
                       PERFORM ValidateReasonRecord
                       IF RsnRecOk = 'Y'
                           MOVE 'Y' TO RsnKnown(RsnRecCode)
                           MOVE RsnRecText TO RsnText(RsnRecCode)
                           MOVE RsnRecSeverity
                               TO RsnSeverity(RsnRecCode)
                           MOVE RsnRecRecycle TO RsnRecycle(RsnRecCode)
                           MOVE RsnRecMorning TO RsnMorning(RsnRecCode)
                           ADD 1 TO RsnLoaded
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReasonFile
           IF RsnLoaded = 0
               DISPLAY 'REASONS.DAT has no reject reasons -- every '
                   'reason code will show as unknown'
           END-IF.

      *> A hand-kept file again, so each record is gated the way
      *> CardRecyc gates CORRECT.DAT: code 1-99 and not already
      *> defined, severity I/W/E, both flags Y or N.
       ValidateReasonRecord.
           MOVE 'Y' TO RsnRecOk
           IF RsnRecCode NOT NUMERIC
               MOVE 'N' TO RsnRecOk
           ELSE
               IF RsnRecCode = 0
                   MOVE 'N' TO RsnRecOk
               ELSE
                   IF RsnKnown(RsnRecCode) = 'Y'
                       MOVE 'N' TO RsnRecOk
                   END-IF
               END-IF
           END-IF
           IF RsnRecSeverity NOT = 'I' AND RsnRecSeverity NOT = 'W'
                   AND RsnRecSeverity NOT = 'E'
               MOVE 'N' TO RsnRecOk
           END-IF
           IF (RsnRecRecycle NOT = 'Y' AND RsnRecRecycle NOT = 'N')
                   OR (RsnRecMorning NOT = 'Y'
                       AND RsnRecMorning NOT = 'N')
               MOVE 'N' TO RsnRecOk
           END-IF
           IF RsnRecOk NOT = 'Y'
               ADD 1 TO RsnBadCount
               DISPLAY 'REASONS.DAT record ' RsnSeq
                   ' is malformed or repeats a code -- skipped'
           END-IF.

       FindReason.
           MOVE 'N' TO RsnFound
           IF RsnLookup > 0
               IF RsnKnown(RsnLookup) = 'Y'
                   MOVE 'Y' TO RsnFound
               END-IF
           END-IF.
