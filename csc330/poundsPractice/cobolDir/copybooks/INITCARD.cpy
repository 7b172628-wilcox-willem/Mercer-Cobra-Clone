      *> this into the PROCEDURE DIVISION of any program that resolves
      *> a card (CardDemo, CardInq). The including program must also
      *> COPY CARDTBL into WORKING-STORAGE, declare Rank/Suit/Face/
      *> SuitLabel (PIC 99/9/XX/X), AuditRunId (PIC X(8), the run
      *> id to stamp on the trail) and AuditOperId (PIC X(8), the
      *> signed-on operator, spaces in batch), declare an AuditOut
      *> file (COPY AUDITREC) that is already OPEN when InitCard
      *> runs, and have the business date in hand (copybooks/
      *> BUSDATE, GetBusinessDate) -- the trail is dated with it.
       InitTables.
           MOVE 0 TO SLSuit(1)
           MOVE "D" TO SLLabel(1)
      *> what a given rank/suit resolved to (rank 10 and 11 both map
      *> to "J" above), this is what you go back and check.
       WriteAudit.
           MOVE BusinessDate TO AudDate
           ACCEPT AudTime FROM TIME
           MOVE Rank       TO AudRank
           MOVE Suit       TO AudSuit
           MOVE AuditRunId TO AudRunId
           MOVE 'INITCARD' TO AudAction
           MOVE SPACES     TO AudDetail
           MOVE AuditOperId TO AudOperId
           WRITE AuditRecord.
