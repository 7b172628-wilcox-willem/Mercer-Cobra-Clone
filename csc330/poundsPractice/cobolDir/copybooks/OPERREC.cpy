      *> One operator allowed to sign on to the interactive
      *> transactions (CardInq, GameMnt), kept in OPERATORS.DAT by the
      *> shift supervisor. The role decides what the operator may
      *> change: I inquiry only, B bad-map maintainer (may flag
      *> known-bad mappings in CardInq), R rule maintainer (may add,
      *> change and delete game types in GameMnt). Every role may
      *> look cards up and list game types, and B or R may release a
      *> stale run lock with RunLock; a record with any other role
      *> byte can't sign on.
       01  OperatorRecord.
           05  OperRecId        PIC X(8).
           05  OperRecPin       PIC X(8).
           05  OperRecRole      PIC X.
           05  OperRecName      PIC X(20).
