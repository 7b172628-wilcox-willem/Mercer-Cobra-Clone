      *> The run lock on the shared files, kept in RUNLOCK.DAT. An
      *> empty file (or a blank holder) means nobody holds it. The
      *> holder is the program that took it, with the date and time
      *> it did -- which is also the token the holder's own steps
      *> show to get past it -- and, for NightRun, the step it was
      *> on, so a lock an abended night left behind says where the
      *> night stopped.
       01  RunLockRecord.
           05  LockHolder       PIC X(8).
           05  LockStarted.
               10  LockDate     PIC 9(8).
               10  LockTime     PIC 9(8).
           05  LockStep         PIC X(8).
