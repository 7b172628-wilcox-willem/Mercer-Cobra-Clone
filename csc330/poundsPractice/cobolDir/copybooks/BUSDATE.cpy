      *> The business date every program stamps on its output in
      *> place of the system date (see copybooks/BUSDATEREC). COPY
      *> this into the PROCEDURE DIVISION; the including program must
      *> also COPY BUSDWORK into WORKING-STORAGE and declare a
      *> BusDateFile (SELECT OPTIONAL ... "BUSDATE.DAT", COPY
      *> BUSDATEREC). Messages carry LockProgram, which every program
      *> sets first thing for its run lock check.
      *>
      *> GetBusinessDate is performed once, at the top of the run.
      *> An operator rerunning an earlier day sets BUSDATE=yyyymmdd
      *> in the environment before starting the program (or before
      *> starting NightRun, whose steps inherit it); that date is
      *> used as it stands and BUSDATE.DAT is left alone. A bad
      *> override ends the run with return code 8 rather than guess.
      *> CheckBatchDate warns when an incoming batch header carries a
      *> different date than the one being processed.
       GetBusinessDate.
           DISPLAY 'BUSDATE' UPON ENVIRONMENT-NAME
           MOVE SPACES TO BusDateEnv
           ACCEPT BusDateEnv FROM ENVIRONMENT-VALUE
           IF BusDateEnv NOT = SPACES
               MOVE 'N' TO BusDateValid
               IF BusDateEnv IS NUMERIC
                   MOVE BusDateEnv TO BusDateCheck
                   PERFORM ValidateBusDate
               END-IF
               IF BusDateValid NOT = 'Y'
                   MOVE SPACES TO BusDateMessage
                   STRING LockProgram DELIMITED BY SPACE
                       ': BUSDATE override ' DELIMITED BY SIZE
                       BusDateEnv DELIMITED BY SIZE
                       ' is not YYYYMMDD -- ending' DELIMITED BY SIZE
                       INTO BusDateMessage
                   DISPLAY BusDateMessage
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BusDateCheck TO BusinessDate
               MOVE 'OVERRIDE' TO BusDateSource
               MOVE SPACES TO BusDateMessage
               STRING LockProgram DELIMITED BY SPACE
                   ': business date ' DELIMITED BY SIZE
                   BusinessDate DELIMITED BY SIZE
                   ' by operator override' DELIMITED BY SIZE
                   INTO BusDateMessage
               DISPLAY BusDateMessage
           ELSE
               PERFORM ReadBusDate
               IF BusDateFound = 'Y'
                   MOVE 'FILE' TO BusDateSource
               ELSE
                   ACCEPT BusinessDate FROM DATE YYYYMMDD
                   MOVE 'SYSTEM' TO BusDateSource
                   MOVE SPACES TO BusDateMessage
                   STRING LockProgram DELIMITED BY SPACE
                       ': no BUSDATE.DAT record -- using system '
                           DELIMITED BY SIZE
                       'date ' DELIMITED BY SIZE
                       BusinessDate DELIMITED BY SIZE
                       INTO BusDateMessage
                   DISPLAY BusDateMessage
               END-IF
           END-IF.

       ReadBusDate.
           MOVE 'N' TO BusDateFound
           OPEN INPUT BusDateFile
           READ BusDateFile
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'N' TO BusDateValid
                   IF BusDateCurrent IS NUMERIC
                       MOVE BusDateCurrent TO BusDateCheck
                       PERFORM ValidateBusDate
                   END-IF
                   IF BusDateValid = 'Y'
                       MOVE BusDateCheck TO BusinessDate
                       MOVE 'Y' TO BusDateFound
                   ELSE
                       DISPLAY 'BUSDATE.DAT date ' BusDateCurrent
                           ' is not a YYYYMMDD date -- ignored'
                   END-IF
           END-READ
           CLOSE BusDateFile.

       ValidateBusDate.
           IF BusDateCheck > 19000000
                   AND FUNCTION TEST-DATE-YYYYMMDD(BusDateCheck) = 0
               MOVE 'Y' TO BusDateValid
           ELSE
               MOVE 'N' TO BusDateValid
           END-IF.

      *> A header dated some other day usually means the wrong feed
      *> or a rerun without the override -- worth a look, not worth
      *> stopping the run for.
       CheckBatchDate.
           IF BusDateHeader IS NUMERIC
                   AND BusDateHeader NOT = BusinessDate
               MOVE SPACES TO BusDateMessage
               STRING LockProgram DELIMITED BY SPACE
                   ': WARNING -- batch header is not dated with the '
                       DELIMITED BY SIZE
                   'business date' DELIMITED BY SIZE
                   INTO BusDateMessage
               DISPLAY BusDateMessage
               DISPLAY '  batch ' BusDateHeaderRun ' dated '
                   BusDateHeader ', business date ' BusinessDate
           END-IF.
