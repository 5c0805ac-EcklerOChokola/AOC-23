               01 WS-HOLD-SEQ          pic 9(9).
               01 WS-HOLD-TIMESTAMP    pic X(21).
               01 WS-HOLD-TOTAL        pic 9(5).
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'TRENDRPT'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.
               01 WS-STEP-FILENAME     pic X(64)
                   value 'run-log.txt'.

               linkage section.
               01 LS-THRESHOLD-PCT     pic 9(3).

       procedure division using LS-THRESHOLD-PCT.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               if LS-THRESHOLD-PCT numeric
                   and LS-THRESHOLD-PCT > 0
                   move LS-THRESHOLD-PCT to WS-THRESHOLD-PCT
               display "THRESHOLD PCT : "WS-THRESHOLD-PCT.
               display "ROWS REPORTED : "WS-ROW-COUNT.
               display "ROWS FLAGGED  : "WS-FLAG-COUNT.
               perform LOG-STEP-TIME.
               goback.

               RELEASE-POSTED-ROWS.
                   if WS-PCT-ABS > WS-THRESHOLD-PCT
                       move 'T' to WS-FLAGGED
                   end-if.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   move WS-ROW-COUNT to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME WS-STEP-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
