               FILE STATUS IS CkptFileStatus.
           SELECT BalRpt ASSIGN TO "BALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BalRpt.
       01  BalRptLine           PIC X(60).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 EofFlag           PIC X.
       01 CkptFileStatus    PIC XX.
       01 Discrepancy       PIC S9(6).
       01 DiscrepancyDisp   PIC +ZZZZZ9.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'CardBal' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           PERFORM CountCardIn
           PERFORM CountCardOut
           PERFORM CountCardErr
           CLOSE CardIn.

       AddRunId.
           MOVE BHdrRunDate TO BusDateHeader
           MOVE BHdrRunId   TO BusDateHeaderRun
           PERFORM CheckBatchDate
           IF RunIdCount < 10
               ADD 1 TO RunIdCount
               MOVE BHdrRunId TO BalRunId(RunIdCount)
           END-IF
           WRITE BalRptLine
           DISPLAY '  ' BalRptLine.

       COPY RUNLOCK.

       COPY BUSDATE.
