      *> A step is only ever skipped on the word of its own COMPLETE
      *> record, so the operator's answer to "which steps already
      *> ran" is the status file, not a crawl over the DAT files.
      *>
      *> For the whole batch window NightRun holds the run lock on
      *> the shared files (see copybooks/RUNLOCK), marked with the
      *> step it is on, so an operator's CardInq or GameMnt -- or a
      *> batch program started by hand -- is refused until the night
      *> is over; its own steps get past it. The lock is let go when
      *> the sequence ends, complete or stopped; one still there
      *> after an abend is shown and released with RunLock.
      *>
      *> The night runs under the business date on BUSDATE.DAT (see
      *> copybooks/BUSDATE), and every step reads the same record, so
      *> work done after midnight still belongs to the day it was
      *> started for. The date only rolls forward, one day, when a
      *> pass completes having run at least one step -- a night that
      *> stops keeps its date for the RESTART, and a pass started when
      *> the business date is already ahead of the calendar (the night
      *> already ran) is refused. An operator rerunning an earlier day
      *> sets BUSDATE=yyyymmdd before starting NightRun; the steps
      *> inherit it and BUSDATE.DAT is neither used nor rolled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS RunStatOutStatus.
           SELECT RunRpt ASSIGN TO "RUNRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RunRpt.
       01  RunRptLine           PIC X(72).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 StepEof           PIC X VALUE 'N'.
       01 StatEof           PIC X VALUE 'N'.
       01 SequenceStopped   PIC X     VALUE 'N'.
       01 StatLineCount     PIC 9(4)  VALUE ZERO.

       01 CalendarDate      PIC 9(8).
       01 DaysBehind        PIC 9(5).
       01 PriorBusDate      PIC 9(8).
       01 NextBusDate       PIC 9(8).

       COPY LOCKWORK.
       COPY BUSDWORK.

      *> The night's steps, in file order, with a per-step done flag
      *> filled from the prior pass's status records on RESTART.
       01 JobStepCount      PIC 9(2) VALUE ZERO.
               MOVE 'Y' TO RestartMode
           END-IF

           PERFORM LoadJobSteps
           IF JobStepCount = 0
               DISPLAY 'NightRun: JOBSTEPS.DAT has no steps -- '
               STOP RUN
           END-IF

           MOVE 'NightRun' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate
           PERFORM CheckNightDate
           MOVE BusinessDate TO RunDate
           DISPLAY 'NightRun: business date ' RunDate
           PERFORM TakeRunLock

           IF RestartMode = 'Y'
               PERFORM LoadPriorStatus
               OPEN EXTEND RunStatOut
           END-PERFORM

           CLOSE RunStatOut
           IF SequenceStopped NOT = 'Y' AND StepsRun > 0
                   AND BusDateSource NOT = 'OVERRIDE'
               PERFORM RollBusinessDate
           END-IF
           PERFORM ReleaseRunLock

           IF SequenceStopped = 'Y'
               DISPLAY 'NightRun: sequence stopped -- rerun with '
       RunOneStep.
           DISPLAY 'NightRun: step ' StepSub ' ' JobName(StepSub)
               ' -- ' JobCmd(StepSub)
           MOVE JobName(StepSub) TO LockStepName
           PERFORM MarkRunLockStep
           ACCEPT StepStart FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL 'SYSTEM' USING JobCmd(StepSub)
               MOVE 'Y' TO SequenceStopped
           END-IF.

      *> A business date later than today's calendar date means the
      *> night it names has already run and rolled -- running again
      *> would process tomorrow's day early. One more than a day
      *> behind usually means nights were missed; that is allowed (a
      *> catch-up works through them one pass at a time) but said.
      *> With no control record yet, the first night starts it at
      *> today's date.
       CheckNightDate.
           ACCEPT CalendarDate FROM DATE YYYYMMDD
           IF BusDateSource = 'SYSTEM'
               MOVE 0 TO PriorBusDate
               MOVE BusinessDate TO NextBusDate
               PERFORM WriteBusDate
               DISPLAY 'NightRun: BUSDATE.DAT started at ' BusinessDate
           END-IF
           IF BusDateSource = 'FILE'
               IF BusinessDate > CalendarDate
                   DISPLAY 'NightRun: refused -- business date '
                       BusinessDate ' is ahead of the calendar ('
                       CalendarDate '); that night has already run'
                   DISPLAY '  to rerun a day, set BUSDATE=yyyymmdd '
                       'and start NightRun again'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE DaysBehind =
                   FUNCTION INTEGER-OF-DATE(CalendarDate)
                   - FUNCTION INTEGER-OF-DATE(BusinessDate)
               IF DaysBehind > 1
                   DISPLAY 'NightRun: WARNING -- business date '
                       BusinessDate ' is ' DaysBehind ' days behind '
                       'the calendar; were nights missed?'
               END-IF
           END-IF.

      *> The night is done: the next pass belongs to the next day.
       RollBusinessDate.
           MOVE BusinessDate TO PriorBusDate
           COMPUTE NextBusDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BusinessDate) + 1)
           PERFORM WriteBusDate
           DISPLAY 'NightRun: business date rolled from '
               PriorBusDate ' to ' NextBusDate.

       WriteBusDate.
           OPEN OUTPUT BusDateFile
           MOVE NextBusDate  TO BusDateCurrent
           MOVE PriorBusDate TO BusDateRolledFrom
           ACCEPT BusDateRolledOn FROM DATE YYYYMMDD
           ACCEPT BusDateRolledAt FROM TIME
           MOVE 'NightRun'   TO BusDateRolledBy
           WRITE BusDateRecord
           CLOSE BusDateFile.

      *> Last night's pass, one line per status record, for the
      *> morning shift -- what ran, when, and where it stopped if it
      *> stopped.
           END-IF
           CLOSE RunStatIn
           CLOSE RunRpt.

       COPY RUNLOCK.

       COPY BUSDATE.
