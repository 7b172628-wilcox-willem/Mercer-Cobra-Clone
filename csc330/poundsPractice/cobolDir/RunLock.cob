       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunLock.

      *> The operator's handle on the run lock NightRun holds on the
      *> shared files for the batch window (see copybooks/RUNLOCK):
      *>
      *>   RunLock SHOW       who holds the lock, since when, and the
      *>                      step NightRun was on -- the default
      *>   RunLock RELEASE    lets go of a lock left behind by a run
      *>                      that abended, after sign-on
      *>
      *> Releasing a lock whose holder is still running is exactly
      *> the collision the lock is there to stop, so RELEASE asks
      *> first, needs an operator who may change something (inquiry-
      *> only operators are refused), and puts a LOCKREL record on
      *> the audit trail naming the operator and the lock released.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OperFile ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditOut ASSIGN TO "AUDITOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditOutStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       FD  OperFile.
       COPY OPERREC.

       FD  AuditOut.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 CommandLine       PIC X(40) VALUE SPACES.
       01 ModeParm          PIC X(8)  VALUE SPACES.
       01 ConfirmAnswer     PIC X     VALUE SPACE.
       01 AuditOutStatus    PIC XX.

       COPY LOCKWORK.
       COPY BUSDWORK.
       COPY OPERWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'RunLock' TO LockProgram
           PERFORM GetBusinessDate

           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO ModeParm
           END-UNSTRING
           IF ModeParm = SPACES
               MOVE 'SHOW' TO ModeParm
           END-IF
           IF ModeParm NOT = 'SHOW' AND ModeParm NOT = 'RELEASE'
               DISPLAY 'RunLock: mode is SHOW or RELEASE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ReadRunLock
           IF LockHeld NOT = 'Y'
               DISPLAY 'RunLock: the shared files are not locked'
               STOP RUN
           END-IF
           PERFORM ShowLock
           IF ModeParm = 'RELEASE'
               PERFORM ReleaseLock
           END-IF
           STOP RUN.

       ShowLock.
           DISPLAY 'RunLock: locked by ' LockHeldBy
           DISPLAY '  since ' LockHeldDate ' ' LockHeldTime(1:6)
           IF LockHeldStep = SPACES
               DISPLAY '  no step started yet'
           ELSE
               DISPLAY '  at step ' LockHeldStep
           END-IF.

       ReleaseLock.
           PERFORM SignOn
           IF OperRole NOT = 'B' AND OperRole NOT = 'R'
               DISPLAY 'Refused -- operator ' OperId ' may not '
                   'release the run lock (inquiry only)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Release the lock ' LockHeldBy ' took at '
               LockHeldDate ' ' LockHeldTime(1:6)
           DISPLAY 'only if that run is no longer going (Y/N): '
           ACCEPT ConfirmAnswer
           IF ConfirmAnswer NOT = 'Y' AND ConfirmAnswer NOT = 'y'
               DISPLAY 'RunLock: lock left in place'
               STOP RUN
           END-IF
           PERFORM ReleaseRunLock
           PERFORM WriteReleaseAudit
           DISPLAY 'RunLock: lock held by ' LockHeldBy
               ' released by ' OperId.

      *> Detail is the holder and the start stamp of the lock that
      *> was let go.
       WriteReleaseAudit.
           OPEN EXTEND AuditOut
           IF AuditOutStatus = '35'
               OPEN OUTPUT AuditOut
           END-IF
           MOVE BusinessDate TO AudDate
           ACCEPT AudTime FROM TIME
           MOVE 0         TO AudRank
           MOVE 0         TO AudSuit
           MOVE SPACES    TO AudFace
           MOVE SPACES    TO AudSuitLabel
           MOVE 'RUNLOCK' TO AudRunId
           MOVE 'LOCKREL' TO AudAction
           MOVE SPACES    TO AudDetail
           STRING LockHeldBy ' ' LockHeldDate ' ' LockHeldTime(1:6)
               INTO AudDetail
           MOVE OperId    TO AudOperId
           WRITE AuditRecord
           CLOSE AuditOut.

       COPY RUNLOCK.

       COPY BUSDATE.

       COPY SIGNON.
