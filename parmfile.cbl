      *      NODE-BUDGET=nnnnnnnnn
      *      REJECT-AGE-DAYS=nn
      *      RESUBMIT-POLICY=ACCEPT   (or DROP, ROUTE)
      *      DISPUTE-AGE-DAYS=nn
      *      PUZZLE-COUNT=nn
      *      PUZZLE-REPEAT-DAYS=nnn
      *      BATCH-WINDOW-START=hhmm
      *      BATCH-WINDOW-END=hhmm
      *      DORMANT-DAYS=nnn
      *      PROFILE-DAYS=nnn
      *      PROFILE-MIN-RECORDS=nnnnnn
      *      PROFILE-WARN-PCT=nnn
      *      PROFILE-SEVERE-PCT=nnn
      *      PROFILE-HOLD=Y           (or N)
      *
      *  One keyword per record, "*" in column 1 for a comment line,
      *  blank lines ignored.  Every keyword is optional: the block
           MOVE 0 TO parm-node-budget
           MOVE 3 TO parm-reject-age-days
           MOVE "ACCEPT" TO parm-resubmit-policy
           MOVE 10 TO parm-dispute-age-days
           MOVE 10 TO parm-puzzle-count
           MOVE 90 TO parm-puzzle-repeat-days
           MOVE 1800 TO parm-batch-window-start
           MOVE 0600 TO parm-batch-window-end
           MOVE 90 TO parm-dormant-days
           MOVE 30 TO parm-profile-days
           MOVE 50 TO parm-profile-min-records
           MOVE 20 TO parm-profile-warn-pct
           MOVE 40 TO parm-profile-severe-pct
           MOVE "N" TO parm-profile-hold

           CALL "CycleDate" USING
             BY REFERENCE cycle-date-block
                   ELSE
                       MOVE ws-work-number TO parm-reject-age-days
                   END-IF
               WHEN parm-line(1:17) = "DISPUTE-AGE-DAYS="
                   COMPUTE ws-work-number =
                       FUNCTION NUMVAL(parm-line(18:2))
                   IF ws-work-number = 0 THEN
                       DISPLAY "PARMFILE: DISPUTE-AGE-DAYS MUST BE "
                           "1 OR MORE -- KEYWORD IGNORED"
                   ELSE
                       MOVE ws-work-number TO parm-dispute-age-days
                   END-IF
               WHEN parm-line(1:13) = "PUZZLE-COUNT="
                   COMPUTE ws-work-number =
                       FUNCTION NUMVAL(parm-line(14:2))
                   IF ws-work-number = 0 THEN
                       DISPLAY "PARMFILE: PUZZLE-COUNT MUST BE "
                           "1 OR MORE -- KEYWORD IGNORED"
                   ELSE
                       MOVE ws-work-number TO parm-puzzle-count
                   END-IF
               WHEN parm-line(1:19) = "PUZZLE-REPEAT-DAYS="
                   COMPUTE ws-work-number =
                       FUNCTION NUMVAL(parm-line(20:3))
                   MOVE ws-work-number TO parm-puzzle-repeat-days
               WHEN parm-line(1:19) = "BATCH-WINDOW-START="
                   IF parm-line(20:4) IS NOT NUMERIC
                           OR parm-line(20:2) > "23"
                           OR parm-line(22:2) > "59" THEN
                       DISPLAY "PARMFILE: BATCH-WINDOW-START MUST BE "
                           "HHMM -- KEYWORD IGNORED"
                   ELSE
                       MOVE parm-line(20:4) TO parm-batch-window-start
                   END-IF
               WHEN parm-line(1:17) = "BATCH-WINDOW-END="
                   IF parm-line(18:4) IS NOT NUMERIC
                           OR parm-line(18:2) > "23"
                           OR parm-line(20:2) > "59" THEN
                       DISPLAY "PARMFILE: BATCH-WINDOW-END MUST BE "
                           "HHMM -- KEYWORD IGNORED"
                   ELSE
                       MOVE parm-line(18:4) TO parm-batch-window-end
                   END-IF
               WHEN parm-line(1:13) = "DORMANT-DAYS="
                   COMPUTE ws-work-number =
                       FUNCTION NUMVAL(parm-line(14:3))
                   IF ws-work-number = 0 THEN
                       DISPLAY "PARMFILE: DORMANT-DAYS MUST BE "
                           "1 OR MORE -- KEYWORD IGNORED"
                   ELSE
                       MOVE ws-work-number TO parm-dormant-days
                   END-IF
               WHEN parm-line(1:13) = "PROFILE-DAYS="
                   COMPUTE ws-work-number =
                       FUNCTION NUMVAL(parm-line(14:3))
                   IF ws-work-number = 0 THEN
                       DISPLAY "PARMFILE: PROFILE-DAYS MUST BE "
                           "1 OR MORE -- KEYWORD IGNORED"
                   ELSE
                       MOVE ws-work-number TO parm-profile-days
                   END-IF
               WHEN parm-line(1:20) = "PROFILE-MIN-RECORDS="
                   COMPUTE ws-work-number =
                       FUNCTION NUMVAL(parm-line(21:6))
                   IF ws-work-number = 0 THEN
                       DISPLAY "PARMFILE: PROFILE-MIN-RECORDS MUST "
                           "BE 1 OR MORE -- KEYWORD IGNORED"
                   ELSE
                       MOVE ws-work-number TO parm-profile-min-records
                   END-IF
               WHEN parm-line(1:17) = "PROFILE-WARN-PCT="
                   COMPUTE ws-work-number =
                       FUNCTION NUMVAL(parm-line(18:3))
                   IF ws-work-number = 0 OR ws-work-number > 100 THEN
                       DISPLAY "PARMFILE: PROFILE-WARN-PCT MUST BE "
                           "1-100 -- KEYWORD IGNORED"
                   ELSE
                       MOVE ws-work-number TO parm-profile-warn-pct
                   END-IF
               WHEN parm-line(1:19) = "PROFILE-SEVERE-PCT="
                   COMPUTE ws-work-number =
                       FUNCTION NUMVAL(parm-line(20:3))
                   IF ws-work-number = 0 OR ws-work-number > 100 THEN
                       DISPLAY "PARMFILE: PROFILE-SEVERE-PCT MUST BE "
                           "1-100 -- KEYWORD IGNORED"
                   ELSE
                       MOVE ws-work-number TO parm-profile-severe-pct
                   END-IF
               WHEN parm-line(1:13) = "PROFILE-HOLD="
                   EVALUATE parm-line(14:1)
                       WHEN "Y"
                           MOVE "Y" TO parm-profile-hold
                       WHEN "N"
                           MOVE "N" TO parm-profile-hold
                       WHEN OTHER
                           DISPLAY "PARMFILE: PROFILE-HOLD MUST BE "
                               "Y OR N -- KEYWORD IGNORED"
                   END-EVALUATE
               WHEN parm-line(1:16) = "RESUBMIT-POLICY="
                   EVALUATE parm-line(17:6)
                       WHEN "ACCEPT"
