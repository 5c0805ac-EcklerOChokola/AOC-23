               01 WS-ADJ-COUNT        pic 9(6).
               01 WS-REPORT-TOTAL     pic 9(6).
               01 WS-REPORT-FOUND     pic A.
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'BALANCE'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.
               01 WS-STEP-FILENAME     pic X(64)
                   value 'run-log.txt'.

       procedure division.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               sort SORT-WORK
                   on ascending key SR-FILENAME SR-TYPE SR-SEQ
                   input procedure is RELEASE-SOURCE-ROWS

               if WS-FILE-COUNT = 0
                   display "NO COMPLETED RUNS IN HISTORY"
                   perform LOG-STEP-TIME
                   move 0 to RETURN-CODE
                   goback
               end-if.
               display "FILES BALANCED : "WS-FILE-COUNT.
               display "OUT OF BALANCE : "WS-OUT-COUNT.
               perform LOG-STEP-TIME.
               if WS-OUT-COUNT > 0
                   move 8 to RETURN-CODE
               else
                       display "OUT OF BALANCE : "WS-BREAK-FILENAME
                   end-if.
                   write BALANCE-LINE.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   move WS-FILE-COUNT to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME WS-STEP-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
