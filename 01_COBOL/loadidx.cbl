               01 LS-INPUT-FILENAME  pic X(64).
               01 LS-LOAD-STATUS     pic XX.
               01 LS-STATION-ID      pic X(4).
      *>   Lines loaded, handed back for the window's timing log.
               01 LS-RECORD-COUNT    pic 9(6).

       procedure division using LS-SOURCE-FILENAME
               LS-INPUT-FILENAME LS-LOAD-STATUS LS-STATION-ID
               LS-RECORD-COUNT.
               move 0 to WS-LINE-NO.
               move 0 to LS-RECORD-COUNT.
               move 'F' to SOURCE-EOF.
               move spaces to WS-STATION-ID.
               if LS-STATION-ID not = space
                       close SOURCE-FILE
                       close INPUTFILE
                       display "LINES LOADED : "WS-LINE-NO
                       move WS-LINE-NO to LS-RECORD-COUNT
                       move 0 to RETURN-CODE
                   end-if
               end-if.
