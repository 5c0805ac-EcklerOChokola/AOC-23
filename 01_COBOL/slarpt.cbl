       identification division.
               program-id. slarpt.
               author. eckler.
               date-written. 15/10/2026.

      *>   Batch window SLA report, read off the timing log every
      *>   step of the window appends to as it finishes. The window
      *>   reported is the latest one on the log: everything started
      *>   since the last run of its opening step (MFBUILD unless
      *>   the caller names another). Its first start and last end
      *>   are measured against the completion cutoff (hhmm, 0600
      *>   unless the caller passes one) - a cutoff earlier in the
      *>   day than the window opened falls on the next morning.
      *>
      *>   Beneath that the report lists the five slowest days (a
      *>   day's edit, load and calibration added together) and the
      *>   five slowest steps of the window, and flags every step of
      *>   the window that ran over half as long again as its own
      *>   average across the windows before it - a step needs three
      *>   earlier runs for its average to count, and a step over in
      *>   under a second is noise, not a finding.
      *>
      *>   The last row projects the month ahead: the average lines
      *>   per calibrated day this month against last month's gives
      *>   the growth in volume, and the window's run time grown by
      *>   the same rate says whether next month's windows will
      *>   still finish inside the cutoff.
      *>
      *>   Condition code 8 when the window missed the cutoff, 4 when
      *>   a step ran well over its average or the projection runs
      *>   past the cutoff, 0 otherwise.

       environment division.
               input-output section.
                   file-control.
                   select TIMING-LOG assign to 'timing-log.txt'
                   organization is line sequential
                   file status is WS-TIMING-STATUS.
                   select SLA-REPORT assign to 'sla-report.txt'
                   organization is line sequential.

       data division.
               file section.
               fd TIMING-LOG.
               copy "tmlgrec.cpy".

               fd SLA-REPORT.
               copy "slarec.cpy".

               working-storage section.
               01 WS-CUTOFF-TIME       pic X(4)  value '0600'.
               01 WS-CUTOFF-PARTS.
                   05 WS-CUTOFF-HOUR   pic 9(2).
                   05 WS-CUTOFF-MINUTE pic 9(2).
               01 WS-OPEN-STEP         pic X(9)  value 'MFBUILD'.
      *>   A step is over its average past this percentage of it,
      *>   given at least WS-MIN-HISTORY earlier runs to average and
      *>   at least WS-MIN-ELAPSED seconds of its own.
               01 WS-OVER-PCT          pic 9(3)  value 150.
               01 WS-MIN-HISTORY       pic 9(3)  value 3.
               01 WS-MIN-ELAPSED       pic 9(3)  value 1.
               01 WS-TIMING-STATUS     pic XX.
               01 WS-TIMING-EOF        pic A.
               01 WS-WINDOW-START      pic X(21) value spaces.
               01 WS-WINDOW-END        pic X(21) value spaces.
               01 WS-MONTH-PERIOD.
                   05 WS-MONTH-YEAR    pic 9(4).
                   05 WS-MONTH-MONTH   pic 9(2).
               01 WS-PRIOR-PERIOD.
                   05 WS-PRIOR-YEAR    pic 9(4).
                   05 WS-PRIOR-MONTH   pic 9(2).
               01 WS-STAMP             pic X(21).
               01 WS-STAMP-PARTS redefines WS-STAMP.
                   05 WS-STAMP-DATE    pic 9(8).
                   05 WS-STAMP-HOUR    pic 9(2).
                   05 WS-STAMP-MINUTE  pic 9(2).
                   05 WS-STAMP-SECOND  pic 9(2).
                   05 filler           pic X(7).
               01 WS-STAMP-SECS        pic 9(12).
               01 WS-DAY-SECS          pic 9(5).
               01 WS-START-SECS        pic 9(12).
               01 WS-END-SECS          pic 9(12).
               01 WS-CUTOFF-SECS       pic 9(12).
               01 WS-WINDOW-ELAPSED    pic 9(7)V99.
               01 WS-MARGIN-SECS       pic S9(12).
               01 WS-MARGIN-MINUTES    pic S9(5).
               01 WS-MISSED            pic A     value 'F'.
      *>   Every row of the window, and each day's steps added up
      *>   under its raw filename.
               01 WS-WR-COUNT          pic 9(3)  value 0.
               01 WS-WI                pic 9(3).
               01 WS-WINDOW-TABLE.
                   05 WS-WINDOW-ROW occurs 400 times.
                       10 WR-STEP-NAME pic X(9).
                       10 WR-FILENAME  pic X(64).
                       10 WR-STATION   pic X(4).
                       10 WR-ELAPSED   pic 9(7)V99.
                       10 WR-RECORDS   pic 9(9).
                       10 WR-TAKEN     pic A.
               01 WS-DT-COUNT          pic 9(3)  value 0.
               01 WS-DI                pic 9(3).
               01 WS-DAY-TABLE.
                   05 WS-DAY-ENTRY occurs 100 times.
                       10 DT-FILENAME  pic X(64).
                       10 DT-STATION   pic X(4).
                       10 DT-ELAPSED   pic 9(7)V99.
                       10 DT-RECORDS   pic 9(9).
                       10 DT-TAKEN     pic A.
      *>   Runs and run time per step name across the windows before
      *>   this one.
               01 WS-HS-COUNT          pic 9(2)  value 0.
               01 WS-HI                pic 9(2).
               01 WS-HISTORY-TABLE.
                   05 WS-HISTORY-ENTRY occurs 40 times.
                       10 HS-STEP-NAME pic X(9).
                       10 HS-RUNS      pic 9(6).
                       10 HS-ELAPSED   pic 9(9)V99.
               01 WS-FOUND             pic A.
               01 WS-LOOKUP-STEP       pic X(9).
               01 WS-ROW-LABEL         pic X(8).
               01 WS-RANK              pic 9.
               01 WS-BEST              pic 9(3).
               01 WS-BEST-ELAPSED      pic 9(7)V99.
               01 WS-AVERAGE           pic 9(7)V99.
               01 WS-PCT-WORK          pic 9(11)V99.
               01 WS-PCT               pic 9(5).
               01 WS-OVER-COUNT        pic 9(4)  value 0.
      *>   Line volume of the calibration steps by month, for the
      *>   projection.
               01 WS-MONTH-LINES       pic 9(11) value 0.
               01 WS-MONTH-DAYS        pic 9(6)  value 0.
               01 WS-PRIOR-LINES       pic 9(11) value 0.
               01 WS-PRIOR-DAYS        pic 9(6)  value 0.
               01 WS-MONTH-AVERAGE     pic 9(7)  value 0.
               01 WS-PRIOR-AVERAGE     pic 9(7)  value 0.
               01 WS-GROWTH-WORK       pic S9(11).
               01 WS-GROWTH-PCT        pic S9(5) value 0.
               01 WS-PROJECT-WORK      pic 9(15)V99.
               01 WS-PROJECTED         pic 9(7)V99.
               01 WS-PROJECT-OVER      pic A     value 'F'.
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'SLARPT'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.
               01 WS-STEP-FILENAME     pic X(64)
                   value 'timing-log.txt'.

               linkage section.
               01 LS-CUTOFF-TIME       pic X(4).
               01 LS-OPEN-STEP         pic X(9).

       procedure division using LS-CUTOFF-TIME LS-OPEN-STEP.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               if LS-CUTOFF-TIME numeric
                   and LS-CUTOFF-TIME(1:2) < '24'
                   and LS-CUTOFF-TIME(3:2) < '60'
                   move LS-CUTOFF-TIME to WS-CUTOFF-TIME
               end-if.
               if LS-OPEN-STEP not = space
                   and LS-OPEN-STEP not = low-value
                   move LS-OPEN-STEP to WS-OPEN-STEP
               end-if.
               move WS-CUTOFF-TIME to WS-CUTOFF-PARTS.
               display "CUTOFF       : "WS-CUTOFF-TIME.
               display "OPENING STEP : "WS-OPEN-STEP.

               perform FIND-WINDOW-START.
               if WS-WINDOW-START = spaces
                   display "NO WINDOW ON TIMING LOG"
                   perform LOG-STEP-TIME
                   move 8 to RETURN-CODE
                   goback
               end-if.
               move WS-WINDOW-START(1:6) to WS-MONTH-PERIOD.
               move WS-MONTH-PERIOD to WS-PRIOR-PERIOD.
               if WS-PRIOR-MONTH = 1
                   subtract 1 from WS-PRIOR-YEAR
                   move 12 to WS-PRIOR-MONTH
               else
                   subtract 1 from WS-PRIOR-MONTH
               end-if.

               perform GATHER-TIMING-ROWS.
               perform MEASURE-WINDOW.

               open output SLA-REPORT.
               perform WRITE-WINDOW-ROW.
               perform LIST-SLOWEST-DAYS.
               perform LIST-SLOWEST-STEPS.
               perform LIST-OVER-AVERAGE.
               perform WRITE-PROJECTION.
               close SLA-REPORT.

               display "WINDOW START : "WS-WINDOW-START.
               display "WINDOW END   : "WS-WINDOW-END.
               display "MARGIN MINS  : "WS-MARGIN-MINUTES.
               display "OVER AVERAGE : "WS-OVER-COUNT.
               display "GROWTH PCT   : "WS-GROWTH-PCT.
               perform LOG-STEP-TIME.
               evaluate true
                   when WS-MISSED = 'T'
                       move 8 to RETURN-CODE
                   when WS-OVER-COUNT > 0
                       or WS-PROJECT-OVER = 'T'
                       move 4 to RETURN-CODE
                   when other
                       move 0 to RETURN-CODE
               end-evaluate.
               goback.

      *>   The window opened with the latest run of its opening step.
      *>   A log that does not exist yet has no window on it.
               FIND-WINDOW-START.
                   move 'F' to WS-TIMING-EOF.
                   open input TIMING-LOG.
                   if WS-TIMING-STATUS not = '00'
                       display "TIMING LOG OPEN FAILED, STATUS : "
                           WS-TIMING-STATUS
                       move 'T' to WS-TIMING-EOF
                   end-if.
                   perform until WS-TIMING-EOF = 'T'
                       read TIMING-LOG
                           AT END move 'T' to WS-TIMING-EOF
                           NOT AT END
                               if TML-STEP-NAME = WS-OPEN-STEP
                                   and TML-START-STAMP
                                       > WS-WINDOW-START
                                   move TML-START-STAMP
                                       to WS-WINDOW-START
                               end-if
                       END-READ
                   end-perform.
                   if WS-TIMING-STATUS = '00'
                       or WS-TIMING-STATUS = '10'
                       close TIMING-LOG
                   end-if.

      *>   Rows started since the window opened are the window; the
      *>   rest are the history the averages come from. Calibration
      *>   rows of either feed the monthly line volumes.
               GATHER-TIMING-ROWS.
                   move 'F' to WS-TIMING-EOF.
                   open input TIMING-LOG.
                   if WS-TIMING-STATUS not = '00'
                       move 'T' to WS-TIMING-EOF
                   end-if.
                   perform until WS-TIMING-EOF = 'T'
                       read TIMING-LOG
                           AT END move 'T' to WS-TIMING-EOF
                           NOT AT END perform NOTE-TIMING-ROW
                       END-READ
                   end-perform.
                   if WS-TIMING-STATUS = '00'
                       or WS-TIMING-STATUS = '10'
                       close TIMING-LOG
                   end-if.

               NOTE-TIMING-ROW.
                   if TML-START-STAMP not < WS-WINDOW-START
                       perform NOTE-WINDOW-ROW
                   else
                       perform NOTE-HISTORY-ROW
                   end-if.
                   if TML-STEP-NAME = 'CALIBRATE'
                       and TML-RECORD-COUNT > 0
                       evaluate TML-START-STAMP(1:6)
                           when WS-MONTH-PERIOD
                               add TML-RECORD-COUNT to WS-MONTH-LINES
                               add 1 to WS-MONTH-DAYS
                           when WS-PRIOR-PERIOD
                               add TML-RECORD-COUNT to WS-PRIOR-LINES
                               add 1 to WS-PRIOR-DAYS
                       end-evaluate
                   end-if.

               NOTE-WINDOW-ROW.
                   if TML-END-STAMP > WS-WINDOW-END
                       move TML-END-STAMP to WS-WINDOW-END
                   end-if.
                   if WS-WR-COUNT < 400
                       add 1 to WS-WR-COUNT
                       move TML-STEP-NAME to WR-STEP-NAME(WS-WR-COUNT)
                       move TML-INPUT-FILENAME
                           to WR-FILENAME(WS-WR-COUNT)
                       move TML-STATION-ID to WR-STATION(WS-WR-COUNT)
                       move TML-ELAPSED to WR-ELAPSED(WS-WR-COUNT)
                       move TML-RECORD-COUNT
                           to WR-RECORDS(WS-WR-COUNT)
                       move 'F' to WR-TAKEN(WS-WR-COUNT)
                   else
                       display "WINDOW TABLE FULL, ROW NOT LISTED : "
                           TML-STEP-NAME" "TML-INPUT-FILENAME
                   end-if.
                   if TML-STEP-NAME = 'EDIT'
                       or TML-STEP-NAME = 'LOAD'
                       or TML-STEP-NAME = 'CALIBRATE'
                       perform NOTE-DAY-TIME
                   end-if.

               NOTE-DAY-TIME.
                   move 'F' to WS-FOUND.
                   move 1 to WS-DI.
                   perform until WS-DI > WS-DT-COUNT
                       or WS-FOUND = 'T'
                       if DT-FILENAME(WS-DI) = TML-INPUT-FILENAME
                           move 'T' to WS-FOUND
                       else
                           add 1 to WS-DI
                       end-if
                   end-perform.
                   if WS-FOUND not = 'T'
                       and WS-DT-COUNT < 100
                       add 1 to WS-DT-COUNT
                       move WS-DT-COUNT to WS-DI
                       move TML-INPUT-FILENAME to DT-FILENAME(WS-DI)
                       move TML-STATION-ID to DT-STATION(WS-DI)
                       move 0 to DT-ELAPSED(WS-DI)
                       move 0 to DT-RECORDS(WS-DI)
                       move 'F' to DT-TAKEN(WS-DI)
                       move 'T' to WS-FOUND
                   end-if.
                   if WS-FOUND = 'T'
                       add TML-ELAPSED to DT-ELAPSED(WS-DI)
                       if TML-STEP-NAME = 'CALIBRATE'
                           move TML-RECORD-COUNT to DT-RECORDS(WS-DI)
                       end-if
                   end-if.

               NOTE-HISTORY-ROW.
                   move TML-STEP-NAME to WS-LOOKUP-STEP.
                   perform FIND-HISTORY-ENTRY.
                   if WS-FOUND not = 'T'
                       and WS-HS-COUNT < 40
                       add 1 to WS-HS-COUNT
                       move WS-HS-COUNT to WS-HI
                       move TML-STEP-NAME to HS-STEP-NAME(WS-HI)
                       move 0 to HS-RUNS(WS-HI)
                       move 0 to HS-ELAPSED(WS-HI)
                       move 'T' to WS-FOUND
                   end-if.
                   if WS-FOUND = 'T'
                       add 1 to HS-RUNS(WS-HI)
                       add TML-ELAPSED to HS-ELAPSED(WS-HI)
                   end-if.

      *>   Looks up the step named in WS-LOOKUP-STEP; WS-HI is left
      *>   on its entry when WS-FOUND comes back T.
               FIND-HISTORY-ENTRY.
                   move 'F' to WS-FOUND.
                   move 1 to WS-HI.
                   perform until WS-HI > WS-HS-COUNT
                       or WS-FOUND = 'T'
                       if HS-STEP-NAME(WS-HI) = WS-LOOKUP-STEP
                           move 'T' to WS-FOUND
                       else
                           add 1 to WS-HI
                       end-if
                   end-perform.

      *>   The cutoff falls on the day the window opened, or on the
      *>   next when the window opened after that time of day.
               MEASURE-WINDOW.
                   move WS-WINDOW-START to WS-STAMP.
                   perform STAMP-TO-SECONDS.
                   move WS-STAMP-SECS to WS-START-SECS.
                   compute WS-CUTOFF-SECS = WS-START-SECS - WS-DAY-SECS
                       + WS-CUTOFF-HOUR * 3600
                       + WS-CUTOFF-MINUTE * 60.
                   if WS-CUTOFF-SECS not > WS-START-SECS
                       add 86400 to WS-CUTOFF-SECS
                   end-if.
                   move WS-WINDOW-END to WS-STAMP.
                   perform STAMP-TO-SECONDS.
                   move WS-STAMP-SECS to WS-END-SECS.
                   if WS-END-SECS > WS-START-SECS
                       compute WS-WINDOW-ELAPSED =
                           WS-END-SECS - WS-START-SECS
                   else
                       move 0 to WS-WINDOW-ELAPSED
                   end-if.
                   compute WS-MARGIN-SECS =
                       WS-CUTOFF-SECS - WS-END-SECS.
                   compute WS-MARGIN-MINUTES = WS-MARGIN-SECS / 60.
                   if WS-MARGIN-SECS < 0
                       move 'T' to WS-MISSED
                   end-if.

               STAMP-TO-SECONDS.
                   move 0 to WS-STAMP-SECS.
                   move 0 to WS-DAY-SECS.
                   if WS-STAMP(1:14) numeric
                       and WS-STAMP-DATE > 16010101
                       compute WS-DAY-SECS = WS-STAMP-HOUR * 3600
                           + WS-STAMP-MINUTE * 60 + WS-STAMP-SECOND
                       compute WS-STAMP-SECS =
                           FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                           * 86400 + WS-DAY-SECS
                       end-compute
                   end-if.

               WRITE-WINDOW-ROW.
                   move spaces to SLA-WINDOW-LINE.
                   move 'WINDOW' to SLW-LABEL.
                   move WS-WINDOW-START to SLW-START-STAMP.
                   move WS-WINDOW-END to SLW-END-STAMP.
                   move WS-WINDOW-ELAPSED to SLW-ELAPSED.
                   move WS-CUTOFF-TIME to SLW-CUTOFF-TIME.
                   move WS-MARGIN-MINUTES to SLW-MARGIN-MINUTES.
                   if WS-MISSED = 'T'
                       move 'MISSED' to SLW-VERDICT
                   else
                       move 'MET' to SLW-VERDICT
                   end-if.
                   write SLA-WINDOW-LINE.

               LIST-SLOWEST-DAYS.
                   perform varying WS-RANK from 1 by 1
                       until WS-RANK > 5
                       move 0 to WS-BEST
                       move 0 to WS-BEST-ELAPSED
                       perform varying WS-DI from 1 by 1
                           until WS-DI > WS-DT-COUNT
                           if DT-TAKEN(WS-DI) not = 'T'
                               and (WS-BEST = 0
                                   or DT-ELAPSED(WS-DI)
                                       > WS-BEST-ELAPSED)
                               move WS-DI to WS-BEST
                               move DT-ELAPSED(WS-DI)
                                   to WS-BEST-ELAPSED
                           end-if
                       end-perform
                       if WS-BEST > 0
                           move 'T' to DT-TAKEN(WS-BEST)
                           perform WRITE-SLOW-DAY-ROW
                       end-if
                   end-perform.

               WRITE-SLOW-DAY-ROW.
                   move spaces to SLA-STEP-LINE.
                   move 'SLOWDAY' to SLS-LABEL.
                   move DT-FILENAME(WS-BEST) to SLS-INPUT-FILENAME.
                   move DT-STATION(WS-BEST) to SLS-STATION-ID.
                   move DT-ELAPSED(WS-BEST) to SLS-ELAPSED.
                   move DT-RECORDS(WS-BEST) to SLS-RECORD-COUNT.
                   move 0 to SLS-AVERAGE.
                   move 0 to SLS-PCT-OF-AVERAGE.
                   write SLA-STEP-LINE.

               LIST-SLOWEST-STEPS.
                   perform varying WS-RANK from 1 by 1
                       until WS-RANK > 5
                       move 0 to WS-BEST
                       move 0 to WS-BEST-ELAPSED
                       perform varying WS-WI from 1 by 1
                           until WS-WI > WS-WR-COUNT
                           if WR-TAKEN(WS-WI) not = 'T'
                               and (WS-BEST = 0
                                   or WR-ELAPSED(WS-WI)
                                       > WS-BEST-ELAPSED)
                               move WS-WI to WS-BEST
                               move WR-ELAPSED(WS-WI)
                                   to WS-BEST-ELAPSED
                           end-if
                       end-perform
                       if WS-BEST > 0
                           move 'T' to WR-TAKEN(WS-BEST)
                           move WS-BEST to WS-WI
                           move 0 to WS-AVERAGE
                           move 0 to WS-PCT
                           move 'SLOWSTEP' to WS-ROW-LABEL
                           perform WRITE-WINDOW-STEP-ROW
                       end-if
                   end-perform.

      *>   Each step of the window against the average of its own
      *>   earlier runs - the average taken as one plain division,
      *>   the percentage from the elapsed time already scaled up.
               LIST-OVER-AVERAGE.
                   perform varying WS-WI from 1 by 1
                       until WS-WI > WS-WR-COUNT
                       move WR-STEP-NAME(WS-WI) to WS-LOOKUP-STEP
                       perform FIND-HISTORY-ENTRY
                       if WS-FOUND = 'T'
                           and HS-RUNS(WS-HI) not < WS-MIN-HISTORY
                           and WR-ELAPSED(WS-WI) not < WS-MIN-ELAPSED
                           perform TEST-OVER-AVERAGE
                       end-if
                   end-perform.

               TEST-OVER-AVERAGE.
                   compute WS-AVERAGE =
                       HS-ELAPSED(WS-HI) / HS-RUNS(WS-HI).
                   if WS-AVERAGE > 0
                       compute WS-PCT-WORK = WR-ELAPSED(WS-WI) * 100
                       compute WS-PCT = WS-PCT-WORK / WS-AVERAGE
                           on size error move 99999 to WS-PCT
                       end-compute
                       if WS-PCT > WS-OVER-PCT
                           add 1 to WS-OVER-COUNT
                           move 'OVERAVG' to WS-ROW-LABEL
                           perform WRITE-WINDOW-STEP-ROW
                           display "OVER AVERAGE : "
                               WR-STEP-NAME(WS-WI)" "
                               WR-FILENAME(WS-WI)
                       end-if
                   end-if.

      *>   The caller sets the label, and the average and percentage
      *>   where there are any.
               WRITE-WINDOW-STEP-ROW.
                   move spaces to SLA-STEP-LINE.
                   move WS-ROW-LABEL to SLS-LABEL.
                   move WR-STEP-NAME(WS-WI) to SLS-STEP-NAME.
                   move WR-FILENAME(WS-WI) to SLS-INPUT-FILENAME.
                   move WR-STATION(WS-WI) to SLS-STATION-ID.
                   move WR-ELAPSED(WS-WI) to SLS-ELAPSED.
                   move WR-RECORDS(WS-WI) to SLS-RECORD-COUNT.
                   move WS-AVERAGE to SLS-AVERAGE.
                   move WS-PCT to SLS-PCT-OF-AVERAGE.
                   write SLA-STEP-LINE.

      *>   Run time is taken to grow with line volume. Without a
      *>   month of volume on either side there is no growth to carry
      *>   forward, and the projection is the window as it ran.
               WRITE-PROJECTION.
                   if WS-MONTH-DAYS > 0
                       compute WS-MONTH-AVERAGE =
                           WS-MONTH-LINES / WS-MONTH-DAYS
                   end-if.
                   if WS-PRIOR-DAYS > 0
                       compute WS-PRIOR-AVERAGE =
                           WS-PRIOR-LINES / WS-PRIOR-DAYS
                   end-if.
                   move WS-WINDOW-ELAPSED to WS-PROJECTED.
                   move 0 to WS-GROWTH-PCT.
                   if WS-MONTH-AVERAGE > 0
                       and WS-PRIOR-AVERAGE > 0
                       compute WS-GROWTH-WORK =
                           (WS-MONTH-AVERAGE - WS-PRIOR-AVERAGE) * 100
                       compute WS-GROWTH-PCT =
                           WS-GROWTH-WORK / WS-PRIOR-AVERAGE
                       compute WS-PROJECT-WORK =
                           WS-WINDOW-ELAPSED * WS-MONTH-AVERAGE
                       compute WS-PROJECTED =
                           WS-PROJECT-WORK / WS-PRIOR-AVERAGE
                           on size error move 9999999.99
                               to WS-PROJECTED
                       end-compute
                   else
                       display "NO VOLUME TO PROJECT FROM"
                   end-if.
                   compute WS-MARGIN-SECS = WS-CUTOFF-SECS
                       - WS-START-SECS - WS-PROJECTED.
                   move spaces to SLA-PROJECT-LINE.
                   move 'PROJECT' to SLP-LABEL.
                   move WS-PRIOR-PERIOD to SLP-PRIOR-MONTH.
                   move WS-PRIOR-AVERAGE to SLP-PRIOR-AVERAGE.
                   move WS-MONTH-PERIOD to SLP-MONTH.
                   move WS-MONTH-AVERAGE to SLP-MONTH-AVERAGE.
                   move WS-GROWTH-PCT to SLP-GROWTH-PCT.
                   move WS-PROJECTED to SLP-PROJECTED.
                   compute SLP-MARGIN-MINUTES = WS-MARGIN-SECS / 60.
                   if WS-MARGIN-SECS < 0
                       move 'T' to WS-PROJECT-OVER
                       move 'OVER' to SLP-VERDICT
                   else
                       move 'WITHIN' to SLP-VERDICT
                   end-if.
                   write SLA-PROJECT-LINE.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   move WS-WR-COUNT to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME WS-STEP-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
