      *>   missing from the manifest or named but not yet completed,
      *>   and ends with a warning condition code so the window
      *>   cannot close with a hole in it.
      *>
      *>   Only days on or before the window date - today unless the
      *>   caller names one - are checked, as only those are due on
      *>   the manifest builder's manifest. The completed rows are
      *>   read from the live run history and from the month-end
      *>   archive generations the manifest builder reads, so a day
      *>   posted in an archived month still proves.

       environment division.
               input-output section.
                   WS-MANIFEST-FILENAME
                   organization is line sequential
                   file status is WS-MANIFEST-STATUS.
                   select RUN-HISTORY assign to dynamic WS-HIST-FILENAME
                   organization is line sequential
                   file status is WS-RUNHIST-STATUS.
                   select CALENDAR-OUT assign to 'calendar-report.txt'
                   value 'data/batchlist.txt'.
               01 WS-CALENDAR-STATUS   pic XX.
               01 WS-MANIFEST-STATUS   pic XX.
               01 WS-HIST-FILENAME     pic X(64).
               01 WS-RUNHIST-STATUS    pic XX.
               01 WS-REPORT-STATUS     pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-DAY-COUNT         pic 9(3) value 0.
               01 WS-MISSING-COUNT     pic 9(3) value 0.
               01 WS-LATE-COUNT        pic 9(3) value 0.
      *>   The business day the window is run for, as yyyy-mm-dd to
      *>   match the calendar.
               01 WS-WINDOW-DATE       pic X(10).
               01 WS-TODAY             pic X(21).
      *>   Archive generations are read month by month from the
      *>   month before the calendar's earliest day up to the current
      *>   one - a month's archive runs in the first days of the next
      *>   and takes their rows with it.
               01 WS-FIRST-DATE        pic X(10).
               01 WS-GEN-PERIOD.
                   05 WS-GEN-YEAR      pic 9(4).
                   05 WS-GEN-MONTH     pic 9(2).
               01 WS-THIS-PERIOD       pic X(6).
               01 WS-HISTORY-FOUND     pic A value 'F'.
      *>   One entry per expected business day off the calendar -
      *>   a full leap year of daily files fits.
               01 WS-DAY-TABLE.
                       10 DY-IN-MANIFEST pic A.
                       10 DY-COMPLETED   pic A.
                       10 DY-FILENAME    pic X(64).
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'CALCHECK'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.

               linkage section.
               01 LS-CALENDAR-FILENAME pic X(64).
               01 LS-MANIFEST-FILENAME pic X(64).
               01 LS-WINDOW-DATE       pic X(10).

       procedure division using LS-CALENDAR-FILENAME
               LS-MANIFEST-FILENAME LS-WINDOW-DATE.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               if LS-CALENDAR-FILENAME not = space
                   and LS-CALENDAR-FILENAME not = low-value
                   move LS-CALENDAR-FILENAME to WS-CALENDAR-FILENAME
                   and LS-MANIFEST-FILENAME not = low-value
                   move LS-MANIFEST-FILENAME to WS-MANIFEST-FILENAME
               end-if.
               move FUNCTION CURRENT-DATE to WS-TODAY.
               move spaces to WS-WINDOW-DATE.
               string WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                   WS-TODAY(7:2) delimited by size
                   into WS-WINDOW-DATE
               end-string.
               if LS-WINDOW-DATE not = space
                   and LS-WINDOW-DATE not = low-value
                   move LS-WINDOW-DATE to WS-WINDOW-DATE
               end-if.

               perform LOAD-CALENDAR.
               if WS-DAY-COUNT = 0
                   display "NO EXPECTED DAYS IN CALENDAR : "
                       WS-CALENDAR-FILENAME
                   display "  ON OR BEFORE : "WS-WINDOW-DATE
                   perform LOG-STEP-TIME
                   move 8 to RETURN-CODE
                   goback
               end-if.
               perform MARK-COMPLETED-DAYS.
               perform WRITE-CALENDAR-REPORT.

               display "WINDOW DATE   : "WS-WINDOW-DATE.
               display "DAYS EXPECTED : "WS-DAY-COUNT.
               display "DAYS MISSING  : "WS-MISSING-COUNT.
               display "DAYS LATE     : "WS-LATE-COUNT.
               perform LOG-STEP-TIME.
               if WS-MISSING-COUNT > 0 or WS-LATE-COUNT > 0
                   move 4 to RETURN-CODE
               else

      *>   One dated row per expected business day - blank lines and
      *>   '*' comment rows in the calendar are for its maintainers,
      *>   not for the check, and days after the window date are not
      *>   yet due.
               LOAD-CALENDAR.
                   move 'F' to WS-FILE-EOF.
                   open input CALENDAR-IN.
               NOTE-CALENDAR-DAY.
                   if CALENDAR-LINE not = spaces
                       and CALENDAR-LINE(1:1) not = '*'
                       and CALENDAR-LINE(1:10) not > WS-WINDOW-DATE
                       if WS-DAY-COUNT < 366
                           add 1 to WS-DAY-COUNT
                           if WS-DAY-COUNT = 1
                               or CALENDAR-LINE(1:10) < WS-FIRST-DATE
                               move CALENDAR-LINE(1:10)
                                   to WS-FIRST-DATE
                           end-if
                           move CALENDAR-LINE(1:10)
                               to DY-DATE(WS-DAY-COUNT)
                           move 'F' to DY-IN-MANIFEST(WS-DAY-COUNT)
                       end-if
                   end-perform.

      *>   The month-end archive purges the live history, so a day
      *>   posted in an archived month is only found in that month's
      *>   generation - the built manifest leaves such a day off, and
      *>   without them it would be reported missing.
               MARK-COMPLETED-DAYS.
                   move WS-TODAY(1:6) to WS-THIS-PERIOD.
                   move WS-FIRST-DATE(1:4) to WS-GEN-YEAR.
                   move WS-FIRST-DATE(6:2) to WS-GEN-MONTH.
                   if WS-GEN-MONTH = 1
                       subtract 1 from WS-GEN-YEAR
                       move 12 to WS-GEN-MONTH
                   else
                       subtract 1 from WS-GEN-MONTH
                   end-if.
                   perform until WS-GEN-PERIOD > WS-THIS-PERIOD
                       move spaces to WS-HIST-FILENAME
                       string 'run-log.txt.' delimited by size
                           WS-GEN-PERIOD delimited by size
                           into WS-HIST-FILENAME
                       end-string
                       perform READ-HISTORY-FILE
                       if WS-GEN-MONTH = 12
                           add 1 to WS-GEN-YEAR
                           move 1 to WS-GEN-MONTH
                       else
                           add 1 to WS-GEN-MONTH
                       end-if
                   end-perform.
                   move 'run-log.txt' to WS-HIST-FILENAME.
                   perform READ-HISTORY-FILE.
                   if WS-HISTORY-FOUND not = 'T'
                       display "NO RUN HISTORY, STATUS : "
                           WS-RUNHIST-STATUS
                   end-if.

      *>   A generation that was never cut (a month with no window)
      *>   simply is not there.
               READ-HISTORY-FILE.
                   move 'F' to WS-FILE-EOF.
                   open input RUN-HISTORY.
                   if WS-RUNHIST-STATUS = '00'
                       move 'T' to WS-HISTORY-FOUND
                   else
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                           for all DY-DATE(WS-DI)
                       if WS-DATE-HITS > 0
                           move 'T' to DY-COMPLETED(WS-DI)
                           if DY-FILENAME(WS-DI) = spaces
                               move RH-INPUT-FILENAME
                                   to DY-FILENAME(WS-DI)
                           end-if
                       end-if
                   end-perform.

                   move spaces to CAL-LINE.
                   move DY-DATE(WS-DI) to CAL-DATE.
                   move DY-FILENAME(WS-DI) to CAL-FILENAME.
      *>   The built manifest leaves off days an earlier window
      *>   already posted - a completed day is posted whichever
      *>   manifest carried it.
                   evaluate true
                       when DY-COMPLETED(WS-DI) = 'T'
                           move 'POSTED' to CAL-VERDICT
                       when DY-IN-MANIFEST(WS-DI) not = 'T'
                           move 'MISSING' to CAL-VERDICT
                           add 1 to WS-MISSING-COUNT
                           move 'LATE' to CAL-VERDICT
                           add 1 to WS-LATE-COUNT
                           display "DAY LATE    : "DY-DATE(WS-DI)
                   end-evaluate.
                   write CAL-LINE.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   move WS-DAY-COUNT to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME
                       WS-CALENDAR-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
