       identification division.
               program-id. steptime.
               author. eckler.
               date-written. 15/10/2026.

      *>   Step timing - called by each step of the batch window as
      *>   it finishes, with its step name, the file it worked on,
      *>   the station where there is one, the timestamp it started
      *>   at and the records it handled. The end is taken as now,
      *>   and one row goes on the timing log the SLA report reads.
      *>   The log is created on first use.
      *>
      *>   Elapsed time is worked in hundredths of a second from the
      *>   day number of each date, so a step running over midnight
      *>   or a month end times correctly. A start stamp that does
      *>   not read as a date times as zero rather than stopping the
      *>   step that called.

       environment division.
               input-output section.
                   file-control.
                   select TIMING-LOG assign to 'timing-log.txt'
                   organization is line sequential
                   file status is WS-TIMING-STATUS.

       data division.
               file section.
               fd TIMING-LOG.
               copy "tmlgrec.cpy".

               working-storage section.
               01 WS-TIMING-STATUS     pic XX.
               01 WS-END-STAMP         pic X(21).
               01 WS-STAMP             pic X(21).
               01 WS-STAMP-PARTS redefines WS-STAMP.
                   05 WS-STAMP-DATE    pic 9(8).
                   05 WS-STAMP-HOUR    pic 9(2).
                   05 WS-STAMP-MINUTE  pic 9(2).
                   05 WS-STAMP-SECOND  pic 9(2).
                   05 WS-STAMP-HUNDREDTH pic 9(2).
                   05 filler           pic X(5).
               01 WS-STAMP-HS          pic 9(15).
               01 WS-START-HS          pic 9(15).
               01 WS-END-HS            pic 9(15).
               01 WS-ELAPSED-HS        pic 9(15).
               01 WS-RATE-WORK         pic 9(15).

               linkage section.
               01 LS-STEP-NAME         pic X(9).
               01 LS-INPUT-FILENAME    pic X(64).
               01 LS-STATION-ID        pic X(4).
               01 LS-START-STAMP       pic X(21).
               01 LS-RECORD-COUNT      pic 9(9).

       procedure division using LS-STEP-NAME LS-INPUT-FILENAME
               LS-STATION-ID LS-START-STAMP LS-RECORD-COUNT.
               move FUNCTION CURRENT-DATE to WS-END-STAMP.
               move LS-START-STAMP to WS-STAMP.
               perform STAMP-TO-HUNDREDTHS.
               move WS-STAMP-HS to WS-START-HS.
               move WS-END-STAMP to WS-STAMP.
               perform STAMP-TO-HUNDREDTHS.
               move WS-STAMP-HS to WS-END-HS.
               if WS-START-HS = 0
                   or WS-END-HS < WS-START-HS
                   move 0 to WS-ELAPSED-HS
               else
                   compute WS-ELAPSED-HS = WS-END-HS - WS-START-HS
               end-if.

               move spaces to TIMING-LINE.
               move LS-STEP-NAME to TML-STEP-NAME.
               move LS-INPUT-FILENAME to TML-INPUT-FILENAME.
               move LS-STATION-ID to TML-STATION-ID.
               move LS-START-STAMP to TML-START-STAMP.
               move WS-END-STAMP to TML-END-STAMP.
               compute TML-ELAPSED = WS-ELAPSED-HS / 100.
               move LS-RECORD-COUNT to TML-RECORD-COUNT.
      *>   A step done inside the clock's resolution is rated as
      *>   taking one hundredth, not left to divide by zero.
               if WS-ELAPSED-HS = 0
                   move 1 to WS-ELAPSED-HS
               end-if.
               compute WS-RATE-WORK = LS-RECORD-COUNT * 100.
               compute TML-THROUGHPUT = WS-RATE-WORK / WS-ELAPSED-HS.

               open extend TIMING-LOG.
               if WS-TIMING-STATUS = '35' or WS-TIMING-STATUS = '05'
                   close TIMING-LOG
                   open output TIMING-LOG
               end-if.
               if WS-TIMING-STATUS = '00'
                   write TIMING-LINE
                   close TIMING-LOG
               else
                   display "TIMING LOG OPEN FAILED, STATUS : "
                       WS-TIMING-STATUS
               end-if.
               goback.

               STAMP-TO-HUNDREDTHS.
                   move 0 to WS-STAMP-HS.
                   if WS-STAMP(1:16) numeric
                       and WS-STAMP-DATE > 16010101
                       compute WS-STAMP-HS =
                           FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                           * 8640000
                           + WS-STAMP-HOUR * 360000
                           + WS-STAMP-MINUTE * 6000
                           + WS-STAMP-SECOND * 100
                           + WS-STAMP-HUNDREDTH
                       end-compute
                   end-if.
