       IDENTIFICATION DIVISION.
       PROGRAM-ID. PlayMnt.

      *> Interactive maintenance for the PLAYERS.DAT roster, the way
      *> GameMnt does it for GAMETYPE.DAT, replacing hand edits of
      *> the flat file (which have left PLAYSTAND.DAT with orphaned
      *> and mis-named standings). An operator lists the roster and
      *> adds, renames, deactivates or reinstates a player: ids are
      *> 1-999 and never reused -- a player who leaves is marked
      *> inactive, not removed, so the id stays tied to its standings
      *> and hand log history -- names may not be blank, and no more
      *> players may be active than the 10 DealHand's PLAYERTBL
      *> seats. Every change goes to the audit trail as a PL- action
      *> with the roster image in AudDetail; on exit the whole roster
      *> is written back to PLAYERS.DAT, the PL- entries go to the
      *> trail once it has been, and any rename is carried to
      *> the player's PLAYSTAND.DAT record, so the standings report
      *> shows the new name before the player's next deal does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PlayerFile ASSIGN TO "PLAYERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PlayStand ASSIGN TO "PLAYSTAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PStandKey
               FILE STATUS IS PlayStandStatus.
           SELECT AuditOut ASSIGN TO "AUDITOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditOutStatus.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PlayerFile.
       COPY PLAYERREC.

       FD  PlayStand.
       COPY PLAYSTANDREC.

       FD  AuditOut.
       COPY AUDITREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 ContinueFlag    PIC X VALUE 'Y'.
       01 MenuChoice      PIC X.
       01 PlayerEof       PIC X VALUE 'N'.
       01 RosterOverflow  PIC X VALUE 'N'.
       01 TableChanged    PIC X VALUE 'N'.

       01 AuditOutStatus  PIC XX.
       01 AuditRunId      PIC X(8) VALUE 'PLAYMNT'.
       01 AuditAction     PIC X(8).
       01 ChangeAllowed   PIC X.

      *> Each change's PL- entry waits here, stamped when it was
      *> keyed, until SaveRoster has rewritten PLAYERS.DAT; a save
      *> that is refused drops them with the changes. PendingEntry
      *> is one AuditRecord image.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==PendingRecord==
                               LEADING ==Aud== BY ==Pnd==.
       01 PendingCount    PIC 9(2) VALUE ZERO.
       01 PendingSub      PIC 9(2).
       01 PendingTable.
           05 PendingEntry OCCURS 50 TIMES PIC X(70).

       01 PlayStandStatus PIC XX.
       01 RenameCount     PIC 9(3) VALUE ZERO.
       01 RenamesCarried  PIC 9(3) VALUE ZERO.

       01 MntId           PIC 9(3).
       01 MntName         PIC X(20).
       01 MntStatus       PIC X.
       01 MntSub          PIC 9(4).
       01 FoundSub        PIC 9(3).
       01 ActiveCount     PIC 9(2) VALUE ZERO.

      *> The whole roster, active and inactive, in file order. Only
      *> active players count against DealHand's 10 seats, so the
      *> roster itself can carry retired ids alongside them -- and
      *> since no id is ever reused, room for all 999 means nobody
      *> on file is left out when the roster is written back.
       01 RosterCount     PIC 9(3) VALUE ZERO.
       01 RosterTable.
           05 RosterEntry OCCURS 1 TO 999 TIMES
                   DEPENDING ON RosterCount
                   INDEXED BY RosterIdx.
               10 RostId      PIC 9(3).
               10 RostName    PIC X(20).
               10 RostStatus  PIC X.
               10 RostRenamed PIC X.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'PlayMnt' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           PERFORM LoadRoster

           PERFORM UNTIL ContinueFlag NOT = 'Y'
               PERFORM ShowMenu
               ACCEPT MenuChoice
               EVALUATE MenuChoice
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM ListRoster
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM CheckChangeAllowed
                       IF ChangeAllowed = 'Y'
                           PERFORM AddPlayer
                       END-IF
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CheckChangeAllowed
                       IF ChangeAllowed = 'Y'
                           PERFORM ChangePlayer
                       END-IF
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM CheckChangeAllowed
                       IF ChangeAllowed = 'Y'
                           PERFORM DeactivatePlayer
                       END-IF
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM CheckChangeAllowed
                       IF ChangeAllowed = 'Y'
                           PERFORM ReinstatePlayer
                       END-IF
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'N' TO ContinueFlag
                   WHEN OTHER
                       DISPLAY 'Choose L, A, C, D, R, or X'
               END-EVALUATE
           END-PERFORM

           IF TableChanged = 'Y'
               PERFORM SaveRoster
           ELSE
               DISPLAY 'No changes made'
           END-IF

           STOP RUN.

       ShowMenu.
           DISPLAY ' '
           DISPLAY 'Player roster maintenance -- L)ist A)dd C)hange '
               'D)eactivate R)einstate X) save and exit: '.

      *> A status byte of I is an inactive player; anything else --
      *> including the space every record written before the byte
      *> existed carries -- is active, and is stored back as A. A
      *> second record for an id already loaded is a hand-edit
      *> mistake: only the first is kept, and the one dropped goes on
      *> the trail as PL-DUP when the roster is written back.
       LoadRoster.
           MOVE 0 TO RosterCount
           MOVE 0 TO ActiveCount
           MOVE 'N' TO PlayerEof
           OPEN INPUT PlayerFile
           PERFORM UNTIL PlayerEof = 'Y'
               READ PlayerFile
                   AT END
                       MOVE 'Y' TO PlayerEof
                   NOT AT END
                       MOVE PlayRecId TO MntId
                       PERFORM FindPlayer
                       IF FoundSub > 0
                           PERFORM DropDuplicate
                       ELSE
                           PERFORM LoadRosterEntry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PlayerFile.

       DropDuplicate.
           DISPLAY 'PLAYERS.DAT lists id ' MntId
               ' more than once -- keeping the first'
           IF PendingCount < 50
               MOVE PlayRecName   TO MntName
               MOVE PlayRecStatus TO MntStatus
               MOVE 'PL-DUP' TO AuditAction
               PERFORM QueueMntAudit
               MOVE 'Y' TO TableChanged
           ELSE
               IF RosterOverflow NOT = 'Y'
                   DISPLAY 'Too many duplicate ids to record -- '
                       'PLAYERS.DAT will not be rewritten'
                   MOVE 'Y' TO RosterOverflow
               END-IF
           END-IF.

       LoadRosterEntry.
           IF RosterCount < 999
               ADD 1 TO RosterCount
               MOVE PlayRecId   TO RostId(RosterCount)
               MOVE PlayRecName TO RostName(RosterCount)
               MOVE 'N' TO RostRenamed(RosterCount)
               IF PlayRecStatus = 'I'
                   MOVE 'I' TO RostStatus(RosterCount)
               ELSE
                   MOVE 'A' TO RostStatus(RosterCount)
                   ADD 1 TO ActiveCount
               END-IF
           ELSE
               IF RosterOverflow NOT = 'Y'
                   DISPLAY 'PLAYERS.DAT has more than 999 players -- '
                       'ignoring the rest'
                   MOVE 'Y' TO RosterOverflow
               END-IF
           END-IF.

      *> A roster that didn't load in full can't be written back
      *> without losing whoever was left out, so it is list-only;
      *> and no more changes are taken than PendingTable can hold
      *> entries for.
       CheckChangeAllowed.
           MOVE 'Y' TO ChangeAllowed
           IF RosterOverflow = 'Y'
               MOVE 'N' TO ChangeAllowed
               DISPLAY 'PLAYERS.DAT was not loaded in full -- the '
                   'roster may only be listed'
           ELSE
               IF PendingCount >= 50
                   MOVE 'N' TO ChangeAllowed
                   DISPLAY '50 changes keyed this session -- X to save '
                       'them, then start again for more'
               END-IF
           END-IF.

       ListRoster.
           IF RosterCount = 0
               DISPLAY 'No players on the roster'
           ELSE
               DISPLAY 'ID  NAME                 STATUS'
               PERFORM VARYING MntSub FROM 1 BY 1
                       UNTIL MntSub > RosterCount
                   IF RostStatus(MntSub) = 'I'
                       DISPLAY RostId(MntSub) ' ' RostName(MntSub)
                           ' INACTIVE'
                   ELSE
                       DISPLAY RostId(MntSub) ' ' RostName(MntSub)
                           ' ACTIVE'
                   END-IF
               END-PERFORM
               DISPLAY ActiveCount ' of 10 seats active'
           END-IF.

       FindPlayer.
           MOVE 0 TO FoundSub
           PERFORM VARYING MntSub FROM 1 BY 1
                   UNTIL MntSub > RosterCount
               IF RostId(MntSub) = MntId
                   MOVE MntSub TO FoundSub
               END-IF
           END-PERFORM.

      *> An id that has ever been on the roster stays reserved to
      *> that player -- reusing it would fold a new player into the
      *> old one's standings and hand log history.
       AddPlayer.
           IF ActiveCount >= 10
               DISPLAY 'Ten players already active -- DealHand seats '
                   '10; deactivate one first'
           ELSE
               IF RosterCount >= 999
                   DISPLAY 'Roster is full -- 999 players on file'
               ELSE
                   DISPLAY 'Player id (1-999): '
                   ACCEPT MntId
                   PERFORM FindPlayer
                   IF FoundSub > 0
                       DISPLAY 'Id already on the roster -- use '
                           'Change or Reinstate'
                   ELSE
                       IF MntId = 0
                           DISPLAY 'Id must be 1-999'
                       ELSE
                           PERFORM PromptForName
                           IF MntName = SPACES
                               DISPLAY 'Not added: name may not be '
                                   'blank'
                           ELSE
                               ADD 1 TO RosterCount
                               MOVE RosterCount TO FoundSub
                               MOVE MntId   TO RostId(FoundSub)
                               MOVE MntName TO RostName(FoundSub)
                               MOVE 'A'     TO RostStatus(FoundSub)
                               MOVE 'N'     TO RostRenamed(FoundSub)
                               ADD 1 TO ActiveCount
                               MOVE 'Y' TO TableChanged
                               MOVE 'A' TO MntStatus
                               MOVE 'PL-ADD' TO AuditAction
                               PERFORM QueueMntAudit
                               DISPLAY 'Added ' MntId ' ' MntName
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PromptForName.
           MOVE SPACES TO MntName
           DISPLAY 'Player name: '
           ACCEPT MntName.

      *> A rename is the only change a player record takes; the new
      *> name goes to PLAYSTAND.DAT on exit (CarryRenames) as well as
      *> to the roster.
       ChangePlayer.
           DISPLAY 'Player id: '
           ACCEPT MntId
           PERFORM FindPlayer
           IF FoundSub = 0
               DISPLAY 'No such player -- use List'
           ELSE
               DISPLAY 'Current name: ' RostName(FoundSub)
               PERFORM PromptForName
               IF MntName = SPACES
                   DISPLAY 'Not changed: name may not be blank'
               ELSE
                   IF MntName = RostName(FoundSub)
                       DISPLAY 'Name is unchanged'
                   ELSE
                       MOVE MntName TO RostName(FoundSub)
                       IF RostRenamed(FoundSub) NOT = 'Y'
                           MOVE 'Y' TO RostRenamed(FoundSub)
                           ADD 1 TO RenameCount
                       END-IF
                       MOVE 'Y' TO TableChanged
                       MOVE RostStatus(FoundSub) TO MntStatus
                       MOVE 'PL-CHG' TO AuditAction
                       PERFORM QueueMntAudit
                       DISPLAY 'Changed ' MntId ' to ' MntName
                   END-IF
               END-IF
           END-IF.

       DeactivatePlayer.
           DISPLAY 'Player id: '
           ACCEPT MntId
           PERFORM FindPlayer
           IF FoundSub = 0
               DISPLAY 'No such player -- use List'
           ELSE
               IF RostStatus(FoundSub) = 'I'
                   DISPLAY 'Player is already inactive'
               ELSE
                   MOVE 'I' TO RostStatus(FoundSub)
                   SUBTRACT 1 FROM ActiveCount
                   MOVE 'Y' TO TableChanged
                   MOVE RostName(FoundSub) TO MntName
                   MOVE 'I' TO MntStatus
                   MOVE 'PL-DEACT' TO AuditAction
                   PERFORM QueueMntAudit
                   DISPLAY 'Deactivated ' MntId ' ' MntName
               END-IF
           END-IF.

       ReinstatePlayer.
           DISPLAY 'Player id: '
           ACCEPT MntId
           PERFORM FindPlayer
           IF FoundSub = 0
               DISPLAY 'No such player -- use List'
           ELSE
               IF RostStatus(FoundSub) NOT = 'I'
                   DISPLAY 'Player is already active'
               ELSE
                   IF ActiveCount >= 10
                       DISPLAY 'Ten players already active -- '
                           'DealHand seats 10; deactivate one first'
                   ELSE
                       MOVE 'A' TO RostStatus(FoundSub)
                       ADD 1 TO ActiveCount
                       MOVE 'Y' TO TableChanged
                       MOVE RostName(FoundSub) TO MntName
                       MOVE 'A' TO MntStatus
                       MOVE 'PL-REINS' TO AuditAction
                       PERFORM QueueMntAudit
                       DISPLAY 'Reinstated ' MntId ' ' MntName
                   END-IF
               END-IF
           END-IF.

      *> Same trail and shape GameMnt's GT- actions use: card fields
      *> zeroed, the roster image (id, name, status) in AudDetail.
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
           STRING MntId MntName MntStatus
               INTO PndDetail
           MOVE SPACES TO PndOperId
           ADD 1 TO PendingCount
           MOVE PendingRecord TO PendingEntry(PendingCount).

      *> Checked again at save time, as GameMnt does: a session that
      *> outlasted the start of the night run must not rewrite
      *> PLAYERS.DAT or PLAYSTAND.DAT under DealHand. Refused, both
      *> are left as they were and the changes are lost, their PL-
      *> entries with them. A roster that didn't load in full is
      *> never written back at all.
       SaveRoster.
           IF RosterOverflow = 'Y'
               DISPLAY 'PLAYERS.DAT was not loaded in full -- not '
                   'rewritten'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM TestRunLock
               IF LockRefused = 'Y'
                   DISPLAY 'PLAYERS.DAT left as it was -- '
                       PendingCount ' change(s) NOT saved or audited'
                   DISPLAY 'Key them again after the night run'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SaveRosterChanges
               END-IF
           END-IF.

       SaveRosterChanges.
           PERFORM WriteRoster
           PERFORM WritePendingAudit
           DISPLAY 'PLAYERS.DAT updated -- ' RosterCount
               ' players on file, ' ActiveCount ' active'
           IF RenameCount > 0
               PERFORM CarryRenames
           END-IF.

       WriteRoster.
           OPEN OUTPUT PlayerFile
           PERFORM VARYING MntSub FROM 1 BY 1
                   UNTIL MntSub > RosterCount
               MOVE RostId(MntSub)     TO PlayRecId
               MOVE RostName(MntSub)   TO PlayRecName
               MOVE RostStatus(MntSub) TO PlayRecStatus
               WRITE PlayerRecord
           END-PERFORM
           CLOSE PlayerFile.

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

      *> PStandName is otherwise only refreshed when DealHand next
      *> deals to the player -- never, for an inactive one -- so a
      *> rename rewrites the standings record now. A player with no
      *> standings record yet has nothing to carry, and a master that
      *> won't open is reported but doesn't undo the roster change.
       CarryRenames.
           OPEN I-O PlayStand
           IF PlayStandStatus = '00' OR PlayStandStatus = '05'
               PERFORM VARYING MntSub FROM 1 BY 1
                       UNTIL MntSub > RosterCount
                   IF RostRenamed(MntSub) = 'Y'
                       PERFORM CarryOneRename
                   END-IF
               END-PERFORM
               CLOSE PlayStand
               DISPLAY RenamesCarried ' rename(s) carried to '
                   'PLAYSTAND.DAT'
           ELSE
               IF PlayStandStatus NOT = '35'
                   DISPLAY 'Standings master unavailable (status '
                       PlayStandStatus ') -- renames not carried to '
                       'PLAYSTAND.DAT'
               END-IF
           END-IF.

       CarryOneRename.
           MOVE RostId(MntSub) TO PStandId
           READ PlayStand
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RostName(MntSub) TO PStandName
                   REWRITE PlayStandRecord
                       INVALID KEY
                           DISPLAY 'PLAYSTAND rewrite failed for '
                               PStandId ' status ' PlayStandStatus
                       NOT INVALID KEY
                           ADD 1 TO RenamesCarried
                   END-REWRITE
           END-READ.

       COPY RUNLOCK.

       COPY BUSDATE.
