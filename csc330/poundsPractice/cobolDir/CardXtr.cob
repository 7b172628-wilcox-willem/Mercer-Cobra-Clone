           SELECT XtrLedger ASSIGN TO "XTRLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XtrLedgerStatus.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XtrLedger.
       COPY XTRLEDGREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 EofFlag           PIC X.
       01 CardInStatus      PIC XX.
       01 MatchRunId        PIC X(8).
       01 RowRunDate        PIC 9(8).

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'CardXtr' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           MOVE BusinessDate TO ExtractDate
           PERFORM LoadRunIds

           OPEN OUTPUT ExtractOut
                   UNTIL RunIdSub > RunIdCount
               IF XRunId(RunIdSub) = BHdrRunId
                   MOVE BHdrRunDate TO XRunDate(RunIdSub)
                   MOVE BHdrRunDate TO BusDateHeader
                   MOVE BHdrRunId   TO BusDateHeaderRun
                   PERFORM CheckBatchDate
               END-IF
           END-PERFORM.

           STRING 'T' '|' RowCount '|' RankHashTotal
               INTO ExtractLine
           WRITE ExtractLine.

       COPY RUNLOCK.

       COPY BUSDATE.
