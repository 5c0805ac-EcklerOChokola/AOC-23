       identification division.
               program-id. mfbuild.
               author. eckler.
               date-written. 15/10/2026.

      *>   Batch manifest builder, the first step of the window.
      *>   The manifest the driver runs from is built here from the
      *>   processing calendar and the raw files that have actually
      *>   landed, instead of being edited by hand each window. Every
      *>   business day the calendar expects on or before the window
      *>   date is looked for in the landing area as
      *>   input-yyyy-mm-dd.txt. A day already completed in the run
      *>   history - live, or in a month-end archive generation cut
      *>   from the month before the calendar's first on - is left
      *>   off; the window's own day and any earlier day that was
      *>   never posted but has landed since go on the manifest in
      *>   calendar order, the earlier ones carried forward from the
      *>   window they missed. Days after the window date are not
      *>   yet due and are not looked at.
      *>
      *>   A build report row says what was done with each day. The
      *>   return code is graded for the scheduler: 8 when the
      *>   window's own day has not landed by the time the window
      *>   runs - the window is held rather than run short - 4 when
      *>   an earlier day is still overdue or there is nothing to
      *>   run, 0 otherwise.

       environment division.
               input-output section.
                   file-control.
                   select CALENDAR-IN
                   assign to dynamic WS-CALENDAR-FILENAME
                   organization is line sequential
                   file status is WS-CALENDAR-STATUS.
                   select RUN-HISTORY assign to dynamic WS-HIST-FILENAME
                   organization is line sequential
                   file status is WS-RUNHIST-STATUS.
                   select LANDED-IN assign to dynamic WS-RAW-FILENAME
                   organization is line sequential
                   file status is WS-LANDED-STATUS.
                   select MANIFEST-OUT
                   assign to dynamic WS-MANIFEST-FILENAME
                   organization is line sequential
                   file status is WS-MANIFEST-STATUS.
                   select BUILD-OUT assign to 'manifest-report.txt'
                   organization is line sequential
                   file status is WS-REPORT-STATUS.

       data division.
               file section.
               fd CALENDAR-IN.
               01 CALENDAR-LINE pic X(80).

               fd RUN-HISTORY.
               copy "runhrec.cpy".

               fd LANDED-IN.
               01 LANDED-LINE pic X(256).

               fd MANIFEST-OUT.
               01 MANIFEST-LINE pic X(64).

               fd BUILD-OUT.
               copy "mfbrec.cpy".

               working-storage section.
               01 WS-CALENDAR-FILENAME pic X(64)
                   value 'data/proc-calendar.txt'.
               01 WS-MANIFEST-FILENAME pic X(64)
                   value 'data/batchlist.txt'.
               01 WS-LANDING-AREA      pic X(48) value 'data/'.
               01 WS-RAW-FILENAME      pic X(64).
               01 WS-HIST-FILENAME     pic X(64).
               01 WS-CALENDAR-STATUS   pic XX.
               01 WS-RUNHIST-STATUS    pic XX.
               01 WS-LANDED-STATUS     pic XX.
               01 WS-MANIFEST-STATUS   pic XX.
               01 WS-REPORT-STATUS     pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-DATE-HITS         pic 9(2).
               01 WS-DI                pic 9(3).
      *>   The business day the window is run for - today unless the
      *>   caller names one, as yyyy-mm-dd to match the calendar.
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
               01 WS-DAY-COUNT         pic 9(3) value 0.
               01 WS-INCLUDED-COUNT    pic 9(3) value 0.
               01 WS-CARRIED-COUNT     pic 9(3) value 0.
               01 WS-POSTED-COUNT      pic 9(3) value 0.
               01 WS-OVERDUE-COUNT     pic 9(3) value 0.
               01 WS-MISSING-COUNT     pic 9(3) value 0.
      *>   One entry per expected business day off the calendar up
      *>   to the window date - a full leap year of daily files fits.
               01 WS-DAY-TABLE.
                   05 WS-DAY-ENTRY occurs 366 times.
                       10 DY-DATE        pic X(10).
                       10 DY-COMPLETED   pic A.
                       10 DY-FILENAME    pic X(64).
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'MFBUILD'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.

               linkage section.
               01 LS-CALENDAR-FILENAME pic X(64).
               01 LS-MANIFEST-FILENAME pic X(64).
               01 LS-LANDING-AREA      pic X(48).
               01 LS-WINDOW-DATE       pic X(10).

       procedure division using LS-CALENDAR-FILENAME
               LS-MANIFEST-FILENAME LS-LANDING-AREA LS-WINDOW-DATE.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               if LS-CALENDAR-FILENAME not = space
                   and LS-CALENDAR-FILENAME not = low-value
                   move LS-CALENDAR-FILENAME to WS-CALENDAR-FILENAME
               end-if.
               if LS-MANIFEST-FILENAME not = space
                   and LS-MANIFEST-FILENAME not = low-value
                   move LS-MANIFEST-FILENAME to WS-MANIFEST-FILENAME
               end-if.
               if LS-LANDING-AREA not = space
                   and LS-LANDING-AREA not = low-value
                   move LS-LANDING-AREA to WS-LANDING-AREA
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
               perform BUILD-MANIFEST.

               display "WINDOW DATE   : "WS-WINDOW-DATE.
               display "DAYS EXPECTED : "WS-DAY-COUNT.
               display "DAYS INCLUDED : "WS-INCLUDED-COUNT.
               display "DAYS CARRIED  : "WS-CARRIED-COUNT.
               display "DAYS POSTED   : "WS-POSTED-COUNT.
               display "DAYS OVERDUE  : "WS-OVERDUE-COUNT.
               display "DAYS MISSING  : "WS-MISSING-COUNT.
               perform LOG-STEP-TIME.
               evaluate true
                   when WS-MISSING-COUNT > 0
                       move 8 to RETURN-CODE
                   when WS-OVERDUE-COUNT > 0
                       move 4 to RETURN-CODE
                   when WS-INCLUDED-COUNT + WS-CARRIED-COUNT = 0
                       display "NO DAYS TO RUN"
                       move 4 to RETURN-CODE
                   when other
                       move 0 to RETURN-CODE
               end-evaluate.
               goback.

      *>   One dated row per expected business day - blank lines and
      *>   '*' comment rows in the calendar are for its maintainers,
      *>   and days after the window date are not yet due.
               LOAD-CALENDAR.
                   move 'F' to WS-FILE-EOF.
                   open input CALENDAR-IN.
                   if WS-CALENDAR-STATUS not = '00'
                       display "CALENDAR OPEN FAILED, STATUS : "
                           WS-CALENDAR-STATUS
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read CALENDAR-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END perform NOTE-CALENDAR-DAY
                       END-READ
                   end-perform.
                   if WS-CALENDAR-STATUS = '00' or
                       WS-CALENDAR-STATUS = '10'
                       close CALENDAR-IN
                   end-if.

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
                           move 'F' to DY-COMPLETED(WS-DAY-COUNT)
                           move spaces to DY-FILENAME(WS-DAY-COUNT)
                           string WS-LANDING-AREA delimited by space
                               'input-' delimited by size
                               CALENDAR-LINE(1:10) delimited by size
                               '.txt' delimited by size
                               into DY-FILENAME(WS-DAY-COUNT)
                           end-string
                       else
                           display "CALENDAR PAST TABLE LIMIT"
                       end-if
                   end-if.

      *>   The month-end archive purges the live history, so a day
      *>   posted in an archived month is only found in that month's
      *>   generation - without them every landed day of an archived
      *>   month would be carried onto every manifest after.
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
                       read RUN-HISTORY
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
      *>   Only genuinely posted days complete an expected date -
      *>   failed runs and reprocesses do not. Rows written before
      *>   the status byte existed read back as spaces and are
      *>   completed runs.
                               if RH-STATUS = 'C'
                                   or RH-STATUS = 'R'
                                   or RH-STATUS = space
                                   perform NOTE-COMPLETED-DAY
                               end-if
                       END-READ
                   end-perform.
                   if WS-RUNHIST-STATUS = '00' or
                       WS-RUNHIST-STATUS = '10'
                       close RUN-HISTORY
                   end-if.

               NOTE-COMPLETED-DAY.
                   perform varying WS-DI from 1 by 1
                       until WS-DI > WS-DAY-COUNT
                       move 0 to WS-DATE-HITS
                       inspect RH-INPUT-FILENAME
                           TALLYING WS-DATE-HITS
                           for all DY-DATE(WS-DI)
                       if WS-DATE-HITS > 0
                           move 'T' to DY-COMPLETED(WS-DI)
                       end-if
                   end-perform.

               BUILD-MANIFEST.
                   open output MANIFEST-OUT.
                   open output BUILD-OUT.
                   perform BUILD-ONE-DAY
                       varying WS-DI from 1 by 1
                       until WS-DI > WS-DAY-COUNT.
                   close MANIFEST-OUT.
                   close BUILD-OUT.

      *>   A day has landed when its raw file opens - the file is
      *>   only opened to prove it is there, the edit reads it.
               BUILD-ONE-DAY.
                   move spaces to MFB-LINE.
                   move DY-DATE(WS-DI) to MFB-DATE.
                   move DY-FILENAME(WS-DI) to MFB-FILENAME.
                   if DY-COMPLETED(WS-DI) = 'T'
                       move 'POSTED' to MFB-VERDICT
                       add 1 to WS-POSTED-COUNT
                   else
                       move DY-FILENAME(WS-DI) to WS-RAW-FILENAME
                       open input LANDED-IN
                       if WS-LANDED-STATUS = '00'
                           close LANDED-IN
                           perform TAKE-LANDED-DAY
                       else
                           perform NOTE-UNLANDED-DAY
                       end-if
                   end-if.
                   write MFB-LINE.

               TAKE-LANDED-DAY.
                   move DY-FILENAME(WS-DI) to MANIFEST-LINE.
                   write MANIFEST-LINE.
                   if DY-DATE(WS-DI) = WS-WINDOW-DATE
                       move 'INCLUDED' to MFB-VERDICT
                       add 1 to WS-INCLUDED-COUNT
                   else
                       move 'CARRIED' to MFB-VERDICT
                       add 1 to WS-CARRIED-COUNT
                       display "DAY CARRIED : "DY-DATE(WS-DI)
                   end-if.

               NOTE-UNLANDED-DAY.
                   if DY-DATE(WS-DI) = WS-WINDOW-DATE
                       move 'MISSING' to MFB-VERDICT
                       add 1 to WS-MISSING-COUNT
                       display "DAY MISSING : "DY-DATE(WS-DI)
                   else
                       move 'OVERDUE' to MFB-VERDICT
                       add 1 to WS-OVERDUE-COUNT
                       display "DAY OVERDUE : "DY-DATE(WS-DI)
                   end-if.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   move WS-DAY-COUNT to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME
                       WS-CALENDAR-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
