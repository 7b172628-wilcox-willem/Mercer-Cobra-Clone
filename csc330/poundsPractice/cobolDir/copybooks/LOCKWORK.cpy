      *> Working fields for the run lock in copybooks/RUNLOCK. The
      *> including program moves its own PROGRAM-ID to LockProgram
      *> before it performs CheckRunLock or TakeRunLock.
       01  LockProgram      PIC X(9)  VALUE SPACES.
       01  LockMessage      PIC X(72).
       01  LockHeld         PIC X.
       01  LockRefused      PIC X.
      *> The lock as ReadRunLock found it.
       01  LockHeldBy       PIC X(8).
       01  LockHeldSince.
           05  LockHeldDate     PIC 9(8).
           05  LockHeldTime     PIC 9(8).
       01  LockHeldStep     PIC X(8).
       01  LockEnvToken     PIC X(16).
       01  LockTaken.
           05  LockTakenDate    PIC 9(8)  VALUE ZERO.
           05  LockTakenTime    PIC 9(8)  VALUE ZERO.
       01  LockStepName     PIC X(8)  VALUE SPACES.
