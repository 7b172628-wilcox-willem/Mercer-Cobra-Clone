      *> the pair as a known-bad mapping for CardDemo's ValidateCard
      *> to reject on sight going forward (see copybooks/BADMAPTBL
      *> and CardDemo's LoadBadMap/CheckBadMapping).
      *>
      *> The operator signs on first against OPERATORS.DAT (see
      *> copybooks/OPERREC and SIGNON). Any role may look cards up;
      *> only a bad-map maintainer may flag one, and every flag goes
      *> to the audit trail as a BADMAP entry under the operator's id
      *> so AuditArch QUERY can say who flagged a mapping.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OperFile ASSIGN TO "OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditOut ASSIGN TO "AUDITOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditOutStatus.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMastKey
               FILE STATUS IS CardMastStatus.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BusDateFile ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OperFile.
       COPY OPERREC.

       FD  AuditOut.
       COPY AUDITREC.

       FD  CardMast.
       COPY CARDMASTREC.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       FD  BusDateFile.
       COPY BUSDATEREC.

       WORKING-STORAGE SECTION.
       01 Rank          PIC 99.
       01 Suit          PIC 9.
      *> Interactive lookups belong to no batch run, so the audit
      *> trail marks them with a fixed pseudo run id instead.
       01 AuditRunId    PIC X(8) VALUE 'CARDINQ'.
       01 AuditOperId   PIC X(8) VALUE SPACES.

       01 ContinueFlag  PIC X VALUE 'Y'.
       01 FlagFlag      PIC X.
       01 MastAvailable   PIC X VALUE 'N'.

       COPY CARDTBL.
       COPY OPERWORK.

       COPY LOCKWORK.
       COPY BUSDWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'CardInq' TO LockProgram
           PERFORM CheckRunLock
           PERFORM GetBusinessDate

           PERFORM SignOn
           MOVE OperId TO AuditOperId
           PERFORM InitTables
           PERFORM OpenCardMast

           PERFORM UNTIL ContinueFlag NOT = 'Y'
               PERFORM PromptForCard
               PERFORM ValidateInput
               IF ValidFlag = 'Y'
                   PERFORM LookUpCard
               ELSE
                   DISPLAY 'Not a resolvable rank/suit: ' ReasonText
               END-IF
               PERFORM AskContinue
           END-PERFORM

           IF MastAvailable = 'Y'
               CLOSE CardMast
           END-IF
           STOP RUN.

      *> The card master is CardDemo's to create and maintain; here
      *> it's read-only reference, and a shop that hasn't run
      *> CardDemo since the master was introduced simply has no
      *> history to show yet.
       OpenCardMast.
           OPEN INPUT CardMast
           IF CardMastStatus = '00' OR CardMastStatus = '05'
               MOVE 'Y' TO MastAvailable
                   'available'
           END-IF.

      *> Every lookup goes on the audit trail, which the night run
      *> holds under its lock (AuditArch ARCHIVE rebuilds it), so the
      *> lock is checked before each one and the trail is opened only
      *> long enough to take the entry. Refused, nothing is resolved
      *> or shown.
       LookUpCard.
           PERFORM TestRunLock
           IF LockRefused = 'Y'
               DISPLAY 'Lookup not recorded -- try again after the '
                   'night run'
           ELSE
               PERFORM OpenAuditTrail
               PERFORM InitCard
               CLOSE AuditOut
               PERFORM ShowCard
               PERFORM ShowCardHistory
               PERFORM AskFlagBad
           END-IF.

      *> The trail carries forward across invocations so every
      *> InitCard call anywhere stays in one trail, but OPEN EXTEND
      *> fails on a file that doesn't exist yet, so the first
      *> writer has to create it with OPEN OUTPUT instead.
       OpenAuditTrail.
           OPEN EXTEND AuditOut
           IF AuditOutStatus = '35'
               OPEN OUTPUT AuditOut
           END-IF.

       PromptForCard.
           DISPLAY 'Enter rank (2-15, 15=joker): '
           ACCEPT Rank
               '(Y/N): '
           ACCEPT FlagFlag
           IF FlagFlag = 'Y' OR FlagFlag = 'y'
               IF OperRole = 'B'
                   DISPLAY 'Reason: '
                   ACCEPT BadMapNote
                   PERFORM WriteBadMap
               ELSE
                   DISPLAY 'Refused -- operator ' OperId ' may not '
                       'flag mappings (bad-map maintainers only)'
               END-IF
           END-IF.

      *> CardDemo reads BADMAP.DAT at the start of every batch, so a
      *> flag keyed while the night run holds the lock would change
      *> the rules between two batches of the one night -- the lock
      *> is checked again for each flag, and BADMAP.DAT and the trail
      *> are opened only long enough to append it.
       WriteBadMap.
           PERFORM TestRunLock
           IF LockRefused = 'Y'
               DISPLAY 'Flag NOT recorded -- flag it again after '
                   'the night run'
           ELSE
               OPEN EXTEND BadMapOut
               IF BadMapOutStatus = '35'
                   OPEN OUTPUT BadMapOut
               END-IF
               MOVE Rank       TO BMRank
               MOVE Suit       TO BMSuit
               MOVE BadMapNote TO BMText
               WRITE BadMapRecord
               CLOSE BadMapOut
               PERFORM OpenAuditTrail
               PERFORM WriteFlagAudit
               CLOSE AuditOut
           END-IF.

      *> The flag goes on the trail beside the resolutions, with the
      *> card as InitCard just resolved it and the start of the
      *> operator's reason in AudDetail.
       WriteFlagAudit.
           MOVE BusinessDate TO AudDate
           ACCEPT AudTime FROM TIME
           MOVE Rank        TO AudRank
           MOVE Suit        TO AudSuit
           MOVE Face        TO AudFace
           MOVE SuitLabel   TO AudSuitLabel
           MOVE AuditRunId  TO AudRunId
           MOVE 'BADMAP'    TO AudAction
           MOVE BadMapNote  TO AudDetail
           MOVE AuditOperId TO AudOperId
           WRITE AuditRecord.

       AskContinue.
           DISPLAY 'Look up another card? (Y/N): '
           ACCEPT ContinueFlag.

       COPY INITCARD.

       COPY SIGNON.

       COPY RUNLOCK.

       COPY BUSDATE.
