           SELECT AuditOut ASSIGN TO "AUDITOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditOutStatus.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditOut.
       COPY AUDITREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       COPY DECKTBL.

       01  CommandLine      PIC X(40) VALUE SPACES.
       01  Parm1            PIC X(8)  VALUE SPACES.
       01  MismatchFound    PIC X     VALUE 'N'.
       01  VerifyCtr        PIC 9(2).

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'DeckGen' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

      *> Command line is [game type] [seed] [VERIFY], any of them,
      *> in any order -- a parameter of all digits is the seed
      *> (8 digits, as the header and audit trail record it),
      *> hundredth the deck was cut, which is as unique as one shop
      *> needs a daily feed to be.
       StampRunId.
           MOVE BusinessDate TO RunDate
           ACCEPT RunTime FROM TIME
           MOVE SPACES TO RunId
           STRING 'R' RunTime(1:7) INTO RunId.
               ACCEPT RandomSeed FROM TIME
           END-IF.

       WriteDeck.
           OPEN OUTPUT DeckOut

           IF AuditOutStatus = '35'
               OPEN OUTPUT AuditOut
           END-IF
           MOVE BusinessDate TO AudDate
           ACCEPT AudTime FROM TIME
           MOVE 0       TO AudRank
           MOVE 0       TO AudSuit
           MOVE 'DECKGEN' TO AudAction
           MOVE SPACES  TO AudDetail
           STRING 'SEED ' RandomSeed INTO AudDetail
           MOVE SPACES  TO AudOperId
           WRITE AuditRecord
           CLOSE AuditOut.

                       DeckSuit(VerifyCtr)
               END-IF
           END-IF.

       COPY DECKSHUF.

       COPY RUNLOCK.

       COPY BUSDATE.
