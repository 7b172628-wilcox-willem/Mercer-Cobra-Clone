      *> codes, at most the 10 entries GAMETBL holds. Every change
      *> goes to the audit trail as a GT- action with the rule image
      *> in AudDetail, and the whole table is written back to
      *> GAMETYPE.DAT on exit -- the GT- entries with it, so the
      *> trail never names a change the file didn't take.
      *>
      *> The operator signs on first against OPERATORS.DAT (see
      *> copybooks/OPERREC and SIGNON). Any role may list the game
      *> types; only a rule maintainer may add, change or delete
      *> one, and each GT- entry carries the operator's id so
      *> AuditArch RULES can say who changed a game type.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OperFile ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GameTypeFile ASSIGN TO "GAMETYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditOut ASSIGN TO "AUDITOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditOutStatus.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OperFile.
       COPY OPERREC.

       FD  GameTypeFile.
       COPY GAMETYPEREC.

       FD  AuditOut.
       COPY AUDITREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 ContinueFlag    PIC X VALUE 'Y'.
       01 MenuChoice      PIC X.
       01 AuditOutStatus  PIC XX.
       01 AuditRunId      PIC X(8) VALUE 'GAMEMNT'.
       01 AuditAction     PIC X(8).
       01 ChangeAllowed   PIC X.

      *> Each change's GT- entry waits here, stamped when it was
      *> keyed, until SaveGameTypes has rewritten GAMETYPE.DAT; a
      *> save the run lock refuses drops them with the changes.
      *> PendingEntry is one AuditRecord image.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==PendingRecord==
                               LEADING ==Aud== BY ==Pnd==.
       01 PendingCount    PIC 9(2) VALUE ZERO.
       01 PendingSub      PIC 9(2).
       01 PendingTable.
           05 PendingEntry OCCURS 50 TIMES PIC X(70).

       01 MntCode         PIC X(8).
       01 MntMinRank      PIC 99.
       01 ReasonText      PIC X(40).

       COPY GAMETBL.
       COPY OPERWORK.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'GameMnt' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           PERFORM SignOn
           PERFORM LoadGameTypes

           PERFORM UNTIL ContinueFlag NOT = 'Y'
               PERFORM ShowMenu
                       PERFORM ListGameTypes
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM CheckChangeAllowed
                       IF ChangeAllowed = 'Y'
                           PERFORM AddGameType
                       END-IF
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CheckChangeAllowed
                       IF ChangeAllowed = 'Y'
                           PERFORM ChangeGameType
                       END-IF
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM CheckChangeAllowed
                       IF ChangeAllowed = 'Y'
                           PERFORM DeleteGameType
                       END-IF
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'N' TO ContinueFlag

           IF TableChanged = 'Y'
               PERFORM SaveGameTypes
           ELSE
               DISPLAY 'No changes made'
           END-IF

           STOP RUN.

      *> Only a rule maintainer may change a game type, and no more
      *> changes are taken than PendingTable can hold entries for.
       CheckChangeAllowed.
           MOVE 'Y' TO ChangeAllowed
           IF OperRole NOT = 'R'
               MOVE 'N' TO ChangeAllowed
               DISPLAY 'Refused -- operator ' OperId ' may not change '
                   'game types (rule maintainers only)'
           ELSE
               IF PendingCount >= 50
                   MOVE 'N' TO ChangeAllowed
                   DISPLAY '50 changes keyed this session -- X to save '
                       'them, then start again for more'
               END-IF
           END-IF.

       ShowMenu.
           DISPLAY ' '
           DISPLAY 'Game type maintenance -- L)ist A)dd C)hange '
           END-PERFORM
           CLOSE GameTypeFile.

       ListGameTypes.
           IF GameRuleCount = 0
               DISPLAY 'No game types defined'
                           ADD 1 TO GameRuleCount
                           PERFORM StoreRuleAt
                           MOVE 'GT-ADD' TO AuditAction
                           PERFORM QueueMntAudit
                           DISPLAY 'Added ' MntCode
                       ELSE
                           DISPLAY 'Not added: ' ReasonText
               IF ValidFlag = 'Y'
                   PERFORM StoreRuleAt
                   MOVE 'GT-CHG' TO AuditAction
                   PERFORM QueueMntAudit
                   DISPLAY 'Changed ' MntCode
               ELSE
                   DISPLAY 'Not changed: ' ReasonText
               SUBTRACT 1 FROM GameRuleCount
               MOVE 'Y' TO TableChanged
               MOVE 'GT-DEL' TO AuditAction
               PERFORM QueueMntAudit
               DISPLAY 'Deleted ' MntCode
           END-IF.

      *> Every accepted change is bound for the same trail the card
      *> resolutions use, with the rule image (code, min, max,
      *> jokers, trump, suit order) in AudDetail and the card
      *> fields zeroed.
       QueueMntAudit.
           MOVE BusinessDate TO PndDate
           ACCEPT PndTime FROM TIME
           MOVE 0 TO PndRank
           MOVE 0 TO PndSuit
           MOVE SPACES TO PndFace
           MOVE SPACES TO PndSuitLabel
           MOVE AuditRunId TO PndRunId
           MOVE AuditAction TO PndAction
           MOVE SPACES TO PndDetail
           STRING MntCode MntMinRank MntMaxRank MntJokers
               MntTrump MntSuitOrder
               INTO PndDetail
           MOVE OperId TO PndOperId
           ADD 1 TO PendingCount
           MOVE PendingRecord TO PendingEntry(PendingCount).

      *> The session may have started long before NightRun took the
      *> lock, so it is checked again here: GAMETYPE.DAT must not
      *> change between two of CardDemo's batches in the one night.
      *> Refused, the file is left as it was and the session's
      *> changes are lost, their GT- entries with them -- AUDITOUT is
      *> as much the night run's as GAMETYPE.DAT is.
       SaveGameTypes.
           PERFORM TestRunLock
           IF LockRefused = 'Y'
               DISPLAY 'GAMETYPE.DAT left as it was -- ' PendingCount
                   ' change(s) NOT saved or audited'
               DISPLAY 'Key them again after the night run'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WriteGameTypes
               PERFORM WritePendingAudit
               DISPLAY 'GAMETYPE.DAT updated -- ' GameRuleCount
                   ' game types on file'
           END-IF.

       WriteGameTypes.
           OPEN OUTPUT GameTypeFile
           PERFORM VARYING MntSub FROM 1 BY 1
                   UNTIL MntSub > GameRuleCount
               WRITE GameTypeRecord
           END-PERFORM
           CLOSE GameTypeFile.

      *> OPEN EXTEND fails on a trail that doesn't exist yet, so the
      *> first writer creates it with OPEN OUTPUT instead.
       WritePendingAudit.
           OPEN EXTEND AuditOut
           IF AuditOutStatus = '35'
               OPEN OUTPUT AuditOut
           END-IF
           PERFORM VARYING PendingSub FROM 1 BY 1
                   UNTIL PendingSub > PendingCount
               MOVE PendingEntry(PendingSub) TO AuditRecord
               WRITE AuditRecord
           END-PERFORM
           CLOSE AuditOut.

       COPY SIGNON.

       COPY RUNLOCK.

       COPY BUSDATE.
