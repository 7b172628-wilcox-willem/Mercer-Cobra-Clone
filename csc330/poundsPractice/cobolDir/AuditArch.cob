      *>
      *>   AuditArch QUERY rank suit yyyymmdd yyyymmdd
      *>     lists every InitCard resolution for the given rank/suit
      *>     between the two dates inclusive, for dispute lookups,
      *>     and every time CardInq flagged it as a known-bad mapping
      *>     and who did.
      *>
      *>   AuditArch RULES code yyyymmdd yyyymmdd
      *>     lists every GameMnt add, change and delete of the given
      *>     game type between the two dates inclusive, with the
      *>     operator who made it and the rule image.
      *>
      *> Both queries read the archive first and then the live
      *> trail, so an entry already moved to AUDARCH.DAT is still
      *> found, and the listing comes out oldest first.
      *>
      *> The rewrite goes via AUDITWRK.DAT (read live -> write keepers
      *> to the work file, then read the work file -> write the live
               FILE STATUS IS AuditArcStatus.
           SELECT AuditWrk ASSIGN TO "AUDITWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AuditArcIn ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLockFile ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==AuditWrkRecord==
                               LEADING ==Aud== BY ==Wrk==.

       FD  AuditArcIn.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==AuditArcInRecord==
                               LEADING ==Aud== BY ==AIn==.

       FD  RunLockFile.
       COPY RUNLOCKREC.

       WORKING-STORAGE SECTION.
       01 EofFlag         PIC X VALUE 'N'.
       01 AuditArcStatus  PIC XX.
       01 QuerySuit       PIC 9.
       01 QueryFromDate   PIC 9(8).
       01 QueryToDate     PIC 9(8).
       01 QueryCode       PIC X(8).
       01 QueryKind       PIC X.
       01 OperShown       PIC X(8).

      *> Whichever trail the query is reading, the record it just
      *> read is looked at here.
       COPY AUDITREC REPLACING ==AuditRecord== BY ==QueryRecord==
                               LEADING ==Aud== BY ==Qry==.

       01 ReadCount       PIC 9(6) VALUE ZERO.
       01 ArchivedCount   PIC 9(6) VALUE ZERO.
       01 KeptCount       PIC 9(6) VALUE ZERO.
       01 MatchCount      PIC 9(6) VALUE ZERO.

       COPY LOCKWORK.

       PROCEDURE DIVISION.
       Main.
           MOVE 'AuditArch' TO LockProgram
           PERFORM CheckRunLock

           ACCEPT CommandLine FROM COMMAND-LINE
           UNSTRING CommandLine DELIMITED BY SPACE
               INTO ModeParm Parm2 Parm3 Parm4 Parm5
                       MOVE Parm3 TO QuerySuit
                       MOVE Parm4 TO QueryFromDate
                       MOVE Parm5 TO QueryToDate
                       MOVE 'C' TO QueryKind
                       PERFORM QueryAuditTrail
                   END-IF
               ELSE
                   IF ModeParm = 'RULES'
                       IF Parm4 = SPACES
                           DISPLAY 'AuditArch: RULES needs game type '
                               'from-date to-date'
                       ELSE
                           MOVE Parm2 TO QueryCode
                           INSPECT QueryCode
                               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           MOVE Parm3 TO QueryFromDate
                           MOVE Parm4 TO QueryToDate
                           MOVE 'R' TO QueryKind
                           PERFORM QueryAuditTrail
                       END-IF
                   ELSE
                       DISPLAY 'AuditArch: mode is ARCHIVE yyyymmdd, '
                           'QUERY rank suit from-date to-date or '
                           'RULES game-type from-date to-date'
                   END-IF
               END-IF
           END-IF
           STOP RUN.
           CLOSE AuditIn.

       QueryAuditTrail.
           IF QueryKind = 'C'
               DISPLAY 'Audit query: rank ' QueryRank ' suit '
                   QuerySuit ' from ' QueryFromDate ' to '
                   QueryToDate
           ELSE
               DISPLAY 'Audit query: game type ' QueryCode ' from '
                   QueryFromDate ' to ' QueryToDate
           END-IF

           OPEN INPUT AuditArcIn
           MOVE 'N' TO EofFlag
           PERFORM ReadNextArchived
           PERFORM UNTIL EofFlag = 'Y'
               PERFORM CheckQueryRecord
               PERFORM ReadNextArchived
           END-PERFORM
           CLOSE AuditArcIn

           OPEN INPUT AuditIn
           MOVE 'N' TO EofFlag
           PERFORM ReadNextLive
           PERFORM UNTIL EofFlag = 'Y'
               PERFORM CheckQueryRecord
               PERFORM ReadNextLive
           END-PERFORM
           CLOSE AuditIn
           DISPLAY 'Audit query: ' MatchCount ' matching records'.

      *> The action filter keeps GameMnt rule-change entries out of a
      *> card lookup; blank actions are resolutions written before
      *> the action field existed. A GT- entry's rule image starts
      *> with the game type code. Entries from before operators
      *> signed on show no operator.
       CheckQueryRecord.
           IF QryDate >= QueryFromDate AND QryDate <= QueryToDate
               IF QryOperId = SPACES
                   MOVE '(NONE)' TO OperShown
               ELSE
                   MOVE QryOperId TO OperShown
               END-IF
               IF QueryKind = 'C'
                   PERFORM CheckCardQuery
               ELSE
                   IF QryAction(1:3) = 'GT-'
                           AND QryDetail(1:8) = QueryCode
                       ADD 1 TO MatchCount
                       DISPLAY '  ' QryDate ' ' QryTime ' '
                           QryAction ' by ' OperShown ' rule '
                           QryDetail
                   END-IF
               END-IF
           END-IF.

       CheckCardQuery.
           IF QryRank = QueryRank AND QrySuit = QuerySuit
               IF QryAction = 'INITCARD' OR QryAction = SPACES
                   ADD 1 TO MatchCount
                   DISPLAY '  ' QryDate ' ' QryTime ' rank ' QryRank
                       ' suit ' QrySuit ' -> ' QryFace QrySuitLabel
               END-IF
               IF QryAction = 'BADMAP'
                   ADD 1 TO MatchCount
                   DISPLAY '  ' QryDate ' ' QryTime ' FLAGGED BAD by '
                       OperShown ': ' QryDetail
               END-IF
           END-IF.

       ReadNextArchived.
           READ AuditArcIn INTO QueryRecord
               AT END MOVE 'Y' TO EofFlag
           END-READ.

       ReadNextLive.
           READ AuditIn INTO QueryRecord
               AT END MOVE 'Y' TO EofFlag
           END-READ.

       ReadNextAudit.
           READ AuditIn
               AT END MOVE 'Y' TO EofFlag
           END-READ.

       COPY RUNLOCK.
