      *> Reject reasons loaded from REASONS.DAT by LoadReasons (see
      *> copybooks/REASONS), one slot per code 1-99, subscripted by
      *> the code itself. RsnKnown is Y for a code the file defines.
       01  RsnTable.
           05  RsnEntry OCCURS 99 TIMES.
               10  RsnKnown         PIC X.
               10  RsnText          PIC X(32).
               10  RsnSeverity      PIC X.
               10  RsnRecycle       PIC X.
               10  RsnMorning       PIC X.
       01  RsnLookup        PIC 9(2).
       01  RsnFound         PIC X.
       01  RsnFileEof       PIC X.
       01  RsnSeq           PIC 9(3).
       01  RsnLoaded        PIC 9(2) VALUE ZERO.
       01  RsnBadCount      PIC 9(2) VALUE ZERO.
       01  RsnRecOk         PIC X.
