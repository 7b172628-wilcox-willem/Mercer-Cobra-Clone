               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TrendOut ASSIGN TO "TRENDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TrendOut.
       01  TrendLine            PIC X(72).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       WORKING-STORAGE SECTION.
       01  EofFlag              PIC X VALUE 'N'.
       01  SumEofFlag           PIC X VALUE 'N'.
               10  TypeBktMarginSum PIC 9(8).
               10  TypeBktCount     PIC 9(6).

       COPY LOCKWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'GameTrend' TO LockProgram
           PERFORM CheckRunLock

      *> Summaries first so the buckets come out chronological --
      *> GameRoll only ever rolls months older than the live detail.
           PERFORM TallySummaries
               ' AVGMGN ' AvgMarginDisp
               INTO TrendLine
           WRITE TrendLine.

       COPY RUNLOCK.
