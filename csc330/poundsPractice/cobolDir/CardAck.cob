               FILE STATUS IS XtrLedgerOutStatus.
           SELECT AckRpt ASSIGN TO "ACKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AckRpt.
       01  AckRptLine           PIC X(72).

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 EofFlag           PIC X.
       01 AckInStatus       PIC XX.
               10 LedgSentDate  PIC 9(8).
               10 LedgAcked     PIC X.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'CardAck' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           MOVE BusinessDate TO RunDate

           OPEN OUTPUT AckRpt
           MOVE 'Extract acknowledgment reconciliation' TO AckRptLine
                   MOVE 'Y' TO LedgAcked(LedgFound)
               END-IF
           END-IF.

       COPY RUNLOCK.

       COPY BUSDATE.
