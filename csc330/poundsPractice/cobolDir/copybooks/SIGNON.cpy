      *> Operator sign-on shared by the interactive transactions that
      *> change what CardDemo does (CardInq, GameMnt) and by RunLock's
      *> release of a stale run lock. COPY this into
      *> the PROCEDURE DIVISION; the including program must also COPY
      *> OPERWORK into WORKING-STORAGE and declare an OperFile
      *> (SELECT OPTIONAL ... "OPERATORS.DAT", COPY OPERREC). SignOn
      *> allows three tries at an id and PIN, then ends the run with
      *> return code 8; on success OperId/OperRole/OperName are set.
       SignOn.
           MOVE 'N' TO SignOnDone
           MOVE 0 TO SignOnTries
           PERFORM UNTIL SignOnDone = 'Y' OR SignOnTries >= 3
               DISPLAY 'Operator id: '
               ACCEPT OperIdIn
               DISPLAY 'PIN: '
               ACCEPT OperPinIn
               ADD 1 TO SignOnTries
               INSPECT OperIdIn
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF OperIdIn NOT = SPACES
                   PERFORM CheckOperator
               END-IF
               IF SignOnDone NOT = 'Y'
                   DISPLAY 'Sign-on refused -- unknown operator or '
                       'wrong PIN'
               END-IF
           END-PERFORM
           IF SignOnDone NOT = 'Y'
               DISPLAY 'Three failed sign-ons -- ending'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE OperRole
               WHEN 'B'
                   DISPLAY 'Signed on ' OperId ' ' OperName
                       ' -- bad-map maintainer'
               WHEN 'R'
                   DISPLAY 'Signed on ' OperId ' ' OperName
                       ' -- rule maintainer'
               WHEN OTHER
                   DISPLAY 'Signed on ' OperId ' ' OperName
                       ' -- inquiry only'
           END-EVALUATE.

      *> The file is read fresh on every try, so a supervisor's fix to
      *> OPERATORS.DAT takes effect without restarting anything.
       CheckOperator.
           MOVE 'N' TO OperFileEof
           OPEN INPUT OperFile
           PERFORM UNTIL OperFileEof = 'Y'
               READ OperFile
                   AT END
                       MOVE 'Y' TO OperFileEof
                   NOT AT END
                       IF OperRecId = OperIdIn
                               AND OperRecPin = OperPinIn
                               AND (OperRecRole = 'I'
                                   OR OperRecRole = 'B'
                                   OR OperRecRole = 'R')
                           MOVE OperRecId   TO OperId
                           MOVE OperRecRole TO OperRole
                           MOVE OperRecName TO OperName
                           MOVE 'Y' TO SignOnDone
                           MOVE 'Y' TO OperFileEof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OperFile.
