               DELIMITED BY SIZE INTO pmrpt-line
           WRITE pmrpt-line
           MOVE SPACES TO pmrpt-line
           STRING "  DISPUTE-AGE-DAYS=" parm-dispute-age-days
               " PUZZLE-COUNT=" parm-puzzle-count
               " PUZZLE-REPEAT-DAYS=" parm-puzzle-repeat-days
               DELIMITED BY SIZE INTO pmrpt-line
           WRITE pmrpt-line
           MOVE SPACES TO pmrpt-line
           STRING "  BATCH-WINDOW-START=" parm-batch-window-start
               " BATCH-WINDOW-END=" parm-batch-window-end
               " DORMANT-DAYS=" parm-dormant-days
               DELIMITED BY SIZE INTO pmrpt-line
           WRITE pmrpt-line
           MOVE SPACES TO pmrpt-line
           STRING "  PROFILE-DAYS=" parm-profile-days
               " PROFILE-MIN-RECORDS=" parm-profile-min-records
               " PROFILE-HOLD=" parm-profile-hold
               DELIMITED BY SIZE INTO pmrpt-line
           WRITE pmrpt-line
           MOVE SPACES TO pmrpt-line
           STRING "  PROFILE-WARN-PCT=" parm-profile-warn-pct
               " PROFILE-SEVERE-PCT=" parm-profile-severe-pct
               DELIMITED BY SIZE INTO pmrpt-line
           WRITE pmrpt-line
           MOVE SPACES TO pmrpt-line
           STRING "  VERSIONS=" ws-block-count
               " KEYWORD RECORDS=" ws-keyword-count
               DELIMITED BY SIZE INTO pmrpt-line
