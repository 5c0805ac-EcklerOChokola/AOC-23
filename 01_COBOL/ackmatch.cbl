                   05 filler pic X(20) value 'batch-feed.txt'.
               01 WS-FEED-TABLE redefines WS-FEED-TABLE-DATA.
                   05 WS-FEED-FILE occurs 2 times pic X(20).
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'ACKMATCH'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.

               linkage section.
               01 LS-ACK-FILENAME      pic X(64).
               01 LS-CUTOFF-DATE       pic X(8).

       procedure division using LS-ACK-FILENAME LS-CUTOFF-DATE.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               if LS-ACK-FILENAME not = space
                   and LS-ACK-FILENAME not = low-value
                   move LS-ACK-FILENAME to WS-ACK-FILENAME
               display "FEEDS MATCHED  : "WS-MATCHED-COUNT.
               display "FEEDS PENDING  : "WS-PENDING-COUNT.
               display "OPEN ITEMS     : "WS-OPEN-COUNT.
               perform LOG-STEP-TIME.
               if WS-OPEN-COUNT > 0
                   move 8 to RETURN-CODE
               else
                           add 1 to WS-OPEN-COUNT
                       end-if
                   end-perform.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   compute WS-STEP-RECORDS =
                       WS-MATCHED-COUNT + WS-PENDING-COUNT.
                   call 'steptime' using WS-STEP-NAME WS-ACK-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
