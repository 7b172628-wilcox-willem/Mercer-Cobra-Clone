               FILE STATUS IS SnapFileStatus.
           SELECT DeltaRpt ASSIGN TO "CMDELTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DeltaRpt.
       01  DeltaRptLine         PIC X(120).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 EofFlag           PIC X VALUE 'N'.
       01 CardMastStatus    PIC XX.
       01 DeltaWinsDisp     PIC +ZZZZZZ9.
       01 DeltaLossDisp     PIC +ZZZZZZ9.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'CardSnap' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO ModeParm
           END-UNSTRING
           MOVE BusinessDate TO RunDate

           IF ModeParm = 'SNAP'
               PERFORM SnapMaster
               INTO DeltaRptLine
           WRITE DeltaRptLine
           DISPLAY '  ' DeltaRptLine.

       COPY RUNLOCK.

       COPY BUSDATE.
