      *> The run lock on the shared files (AUDITOUT, CARDMAST,
      *> PLAYSTAND, GAMELOG, GAMETYPE, BADMAP, PLAYERS and the rest
      *> the batch and the transactions both touch). COPY this into
      *> the PROCEDURE DIVISION; the including program must also COPY
      *> LOCKWORK into WORKING-STORAGE and declare a RunLockFile
      *> (SELECT OPTIONAL ... "RUNLOCK.DAT", COPY RUNLOCKREC).
      *>
      *> CheckRunLock is performed before any shared file is opened:
      *> if somebody else holds the lock the run is refused with
      *> return code 8 and the holder and start time on the console.
      *> An interactive transaction that writes a shared file long
      *> after it started performs TestRunLock again just before the
      *> write: same check and message, but LockRefused comes back
      *> 'Y' instead of the run ending, so the operator is told the
      *> file was left as it was.
      *> NightRun's own steps get past its lock by the token it puts
      *> in the environment (RUNLOCKTOKEN) when it takes the lock --
      *> the commands it starts inherit it, nothing else has it.
      *> TakeRunLock, MarkRunLockStep and ReleaseRunLock are for the
      *> holder (NightRun) and the operator's RunLock RELEASE.
       CheckRunLock.
           PERFORM TestRunLock
           IF LockRefused = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TestRunLock.
           MOVE 'N' TO LockRefused
           PERFORM ReadRunLock
           IF LockHeld = 'Y'
               DISPLAY 'RUNLOCKTOKEN' UPON ENVIRONMENT-NAME
               MOVE SPACES TO LockEnvToken
               ACCEPT LockEnvToken FROM ENVIRONMENT-VALUE
               IF LockEnvToken NOT = LockHeldSince
                   MOVE 'Y' TO LockRefused
                   MOVE SPACES TO LockMessage
                   STRING LockProgram DELIMITED BY SPACE
                       ': refused -- the shared files are locked by '
                           DELIMITED BY SIZE
                       LockHeldBy DELIMITED BY SPACE
                       INTO LockMessage
                   DISPLAY LockMessage
                   DISPLAY '  since ' LockHeldDate ' '
                       LockHeldTime(1:6) ' (step ' LockHeldStep ')'
                   DISPLAY '  if that run is no longer going, see '
                       'RunLock SHOW and RunLock RELEASE'
               END-IF
           END-IF.

       ReadRunLock.
           MOVE 'N' TO LockHeld
           OPEN INPUT RunLockFile
           READ RunLockFile
               AT END
                   CONTINUE
               NOT AT END
                   IF LockHolder NOT = SPACES
                       MOVE 'Y' TO LockHeld
                       MOVE LockHolder  TO LockHeldBy
                       MOVE LockStarted TO LockHeldSince
                       MOVE LockStep    TO LockHeldStep
                   END-IF
           END-READ
           CLOSE RunLockFile.

      *> Refused like anyone else if the lock is already held; once
      *> taken, the start stamp goes into the environment for the
      *> holder's own steps to show.
       TakeRunLock.
           PERFORM CheckRunLock
           ACCEPT LockTakenDate FROM DATE YYYYMMDD
           ACCEPT LockTakenTime FROM TIME
           MOVE SPACES TO LockStepName
           PERFORM WriteRunLock
           DISPLAY 'RUNLOCKTOKEN' UPON ENVIRONMENT-NAME
           DISPLAY LockTaken UPON ENVIRONMENT-VALUE.

      *> The holder rewrites the record as it moves from step to step.
       MarkRunLockStep.
           PERFORM WriteRunLock.

       WriteRunLock.
           OPEN OUTPUT RunLockFile
           MOVE LockProgram  TO LockHolder
           MOVE LockTaken    TO LockStarted
           MOVE LockStepName TO LockStep
           WRITE RunLockRecord
           CLOSE RunLockFile.

       ReleaseRunLock.
           OPEN OUTPUT RunLockFile
           CLOSE RunLockFile.
