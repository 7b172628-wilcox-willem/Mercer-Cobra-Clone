               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReptOut ASSIGN TO "REPTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ReptOut.
       01  ReptLine             PIC X(40).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       WORKING-STORAGE SECTION.
       01  EofFlag              PIC X VALUE 'N'.
       01  TotalCards           PIC 9(4) VALUE 0.
                   INDEXED BY RankIdx     PIC 9(4) VALUE ZERO.
       01  RankValue            PIC 99.

       COPY LOCKWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'CardRpt' TO LockProgram
           PERFORM CheckRunLock

           PERFORM InitSuitLabels

           OPEN INPUT CardOut
                   INTO ReptLine
               WRITE ReptLine
           END-PERFORM.

       COPY RUNLOCK.
