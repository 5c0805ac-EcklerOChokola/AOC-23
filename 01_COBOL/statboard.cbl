                       10 DB-BAL-FOUND   pic A.
                       10 DB-BAL-VERDICT pic X(14).
                       10 DB-TREND-FLAG  pic X.
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'STATBOARD'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.
               01 WS-STEP-FILENAME     pic X(64)
                   value 'run-log.txt'.

       procedure division.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               perform LOAD-RUN-HISTORY.
               if WS-DAY-COUNT = 0
                   display "NO POSTED DAYS IN HISTORY"
                   perform LOG-STEP-TIME
                   move 8 to RETURN-CODE
                   goback
               end-if.
               display "NOT BALANCED   : "WS-UNBALANCED-COUNT.
               display "TREND FLAGS    : "WS-FLAGGED-COUNT.
               display "DAYS W/REJECTS : "WS-REJECT-DAYS.
               perform LOG-STEP-TIME.
               evaluate true
                   when WS-UNPOSTED-COUNT > 0
                       or WS-UNBALANCED-COUNT > 0
                       and DB-REJECTS(WS-DI) > 0
                       add 1 to WS-REJECT-DAYS
                   end-if.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   move WS-DAY-COUNT to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME WS-STEP-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
