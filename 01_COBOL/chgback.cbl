       identification division.
               program-id. chgback.
               author. eckler.
               date-written. 15/10/2026.

      *>   Monthly chargeback to the labs that own the stations. The
      *>   month's work is counted off the files that record it and
      *>   priced from the rate table, one statement per station -
      *>   usage by business day, a charge per category and the
      *>   month's total - and a fixed-format billing feed with
      *>   header and trailer control totals is cut for the finance
      *>   system, so nobody works the charges out by hand from the
      *>   batch report again.
      *>
      *>   The month is the one the work was done in, read off the
      *>   timestamps (the month before this one unless the caller
      *>   names it); the day a unit of work is shown under is the
      *>   business day of the file it was done on. What is counted:
      *>   LINE   = the record count of every completed run,
      *>   EXCEPT = the lines a completed file's run could not value,
      *>            once per file - a rerun appends them again and
      *>            is charged as the rerun,
      *>   REJECT = the lines the edit rejected, from the latest edit
      *>            of each raw file in the month,
      *>   RERUN  = every forced rerun (history status R),
      *>   REPROC = every single-line reprocess (history status P).
      *>   A rerun or reprocess whose file's previous history row is
      *>   a failed run (status F) was made to recover from our own
      *>   failure - it shows on the statement as excluded and the
      *>   lab is not billed for it. Lines adjusted in the month are
      *>   shown beside the reprocesses that made them.
      *>
      *>   The month-end archive for the month before runs in the
      *>   first days of the month and takes their rows with it, so
      *>   each of the files is read as that archive generation, the
      *>   month's own generation once it is cut, and then the live
      *>   file - in the order the rows were written.
      *>
      *>   Built as one sort and a control break on station and
      *>   business day, like the balance and aging jobs: every unit
      *>   of work is released typed by category, and the charges
      *>   are priced as each station's group ends.

       environment division.
               input-output section.
                   file-control.
                   select RATE-IN assign to dynamic WS-RATE-FILENAME
                   organization is line sequential
                   file status is WS-RATE-STATUS.
                   select RUN-HISTORY assign to dynamic WS-TRAIL-NAME
                   organization is line sequential
                   file status is WS-RUNHIST-STATUS.
                   select EDIT-REPORT-IN
                   assign to dynamic WS-TRAIL-NAME
                   organization is line sequential
                   file status is WS-EDIT-STATUS.
                   select EXCEPTION-IN assign to dynamic WS-TRAIL-NAME
                   organization is line sequential
                   file status is WS-EXCEPTION-STATUS.
                   select ADJUST-IN assign to dynamic WS-TRAIL-NAME
                   organization is line sequential
                   file status is WS-ADJUST-STATUS.
                   select STATION-MASTER assign to 'stations.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is STM-STATION-ID
                   file status is WS-STATION-STATUS.
                   select STATEMENT-OUT assign to 'chargeback.txt'
                   organization is line sequential
                   file status is WS-STATEMENT-STATUS.
                   select BILLING-OUT assign to 'billing-feed.txt'
                   organization is line sequential
                   file status is WS-BILLING-STATUS.
                   select SORT-WORK assign to 'chgback-sort.tmp'.

       data division.
               file section.
               fd RATE-IN.
               copy "crtrec.cpy".

               fd RUN-HISTORY.
               copy "runhrec.cpy".

               fd EDIT-REPORT-IN.
               copy "editrec.cpy".

               fd EXCEPTION-IN.
               copy "excprec.cpy".

               fd ADJUST-IN.
               copy "adjrec.cpy".

               fd STATION-MASTER.
               copy "stnrec.cpy".

               fd STATEMENT-OUT.
               copy "chgrec.cpy".

               fd BILLING-OUT.
               copy "bilrec.cpy".

      *>   One sort record per unit of work, keyed so each station's
      *>   work returns together in business-day order.
      *>   Categories:
      *>   1 = lines processed      2 = exception lines
      *>   3 = rejected lines       4 = forced reruns
      *>   5 = reprocesses          6 = excluded rerun or reprocess
      *>   7 = adjusted lines.
      *>   Only the first five are charged.
               sd SORT-WORK.
               01 SORT-REC.
                   05 SR-STATION-ID  pic X(4).
                   05 SR-DAY-DATE    pic X(10).
                   05 SR-CATEGORY    pic 9.
                   05 SR-QUANTITY    pic 9(7).

               working-storage section.
               01 WS-RATE-FILENAME     pic X(64)
                   value 'data/charge-rates.txt'.
               01 WS-RATE-STATUS       pic XX.
               01 WS-RUNHIST-STATUS    pic XX.
               01 WS-EDIT-STATUS       pic XX.
               01 WS-EXCEPTION-STATUS  pic XX.
               01 WS-ADJUST-STATUS     pic XX.
               01 WS-STATION-STATUS    pic XX.
               01 WS-STATEMENT-STATUS  pic XX.
               01 WS-BILLING-STATUS    pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-SORT-EOF          pic A.
               01 WS-STATION-OPEN      pic A value 'F'.
               01 WS-RUN-DATE          pic X(21).
               01 WS-PERIOD            pic X(6).
               01 WS-GEN-PERIOD.
                   05 WS-GEN-YEAR      pic 9(4).
                   05 WS-GEN-MONTH     pic 9(2).
      *>   The files are read one at a time, each through its
      *>   generations - 1 = the month before's archive, 2 = the
      *>   month's own, 3 = the live file.
               01 WS-PRIOR-PERIOD      pic X(6).
               01 WS-TRAIL-BASE        pic X(20).
               01 WS-TRAIL-NAME        pic X(64).
               01 WS-GI                pic 9.
               01 WS-HISTORY-FOUND     pic A value 'F'.
               01 WS-MATCH-NAME        pic X(64).
               01 WS-MATCH-ROW         pic 9(4).
               01 WS-DAY-DATE          pic X(10).
               01 WS-CI                pic 9.
      *>   Category names, in category-code order, as the rate table
      *>   and the statement name them.
               01 WS-CATEGORY-NAMES.
                   05 filler           pic X(8) value 'LINE'.
                   05 filler           pic X(8) value 'EXCEPT'.
                   05 filler           pic X(8) value 'REJECT'.
                   05 filler           pic X(8) value 'RERUN'.
                   05 filler           pic X(8) value 'REPROC'.
                   05 filler           pic X(8) value 'EXCLUDED'.
                   05 filler           pic X(8) value 'ADJUSTED'.
               01 WS-CATEGORY-TABLE redefines WS-CATEGORY-NAMES.
                   05 WS-CATEGORY-NAME pic X(8) occurs 7 times.
      *>   The rate table as read - standard rows carry spaces for
      *>   station.
               01 WS-RATE-COUNT        pic 9(3) value 0.
               01 WS-RI                pic 9(3).
               01 WS-RATE-TABLE.
                   05 WS-RATE-ENTRY occurs 200 times.
                       10 RT-CATEGORY    pic X(8).
                       10 RT-STATION-ID  pic X(4).
                       10 RT-RATE        pic 9(3)V9(4).
               01 WS-RATE              pic 9(3)V9(4).
               01 WS-RATE-FOUND        pic A.
               01 WS-NO-RATE-COUNT     pic 9(4) value 0.
      *>   Every file the run history names, with its station, its
      *>   business day, the status of its latest run, whether a
      *>   completed run of it falls in the month, and its exception
      *>   lines - counted by pass through exceptions.txt, a pass
      *>   ending where the line numbers start again.
               01 WS-FILE-COUNT        pic 9(4) value 0.
               01 WS-FI                pic 9(4).
               01 WS-FILE-TABLE.
                   05 WS-FILE-ENTRY occurs 2000 times.
                       10 FT-FILENAME    pic X(64).
                       10 FT-STATION-ID  pic X(4).
                       10 FT-DAY-DATE    pic X(10).
                       10 FT-LAST-STATUS pic X.
                       10 FT-BILLED      pic A.
                       10 FT-EXC-LAST    pic 9(6).
                       10 FT-EXC-PASS    pic 9(6).
                       10 FT-EXC-MAX     pic 9(6).
      *>   Each raw file edited in the month, its latest edit
      *>   standing.
               01 WS-RAW-COUNT         pic 9(4) value 0.
               01 WS-RWI               pic 9(4).
               01 WS-RAW-TABLE.
                   05 WS-RAW-ENTRY occurs 500 times.
                       10 RW-FILENAME    pic X(64).
                       10 RW-STATION-ID  pic X(4).
                       10 RW-REJECTS     pic 9(6).
      *>   Accumulators for the station and the business day
      *>   currently crossing the control break.
               01 WS-GROUP-OPEN        pic A.
               01 WS-BREAK-STATION     pic X(4).
               01 WS-BREAK-DAY         pic X(10).
               01 WS-OWNING-LAB        pic X(20).
               01 WS-DAY-QTY-TABLE.
                   05 WS-DAY-QTY       pic 9(7) occurs 7 times.
               01 WS-STN-QTY-TABLE.
                   05 WS-STN-QTY       pic 9(7) occurs 7 times.
               01 WS-AMOUNT            pic 9(7)V99.
               01 WS-STATION-AMOUNT    pic 9(9)V99.
               01 WS-GRAND-AMOUNT      pic 9(9)V99 value 0.
               01 WS-STATION-TOTAL     pic 9(4) value 0.
               01 WS-FEED-COUNT        pic 9(6) value 0.
               01 WS-FEED-QUANTITY     pic 9(9) value 0.
               01 WS-FEED-AMOUNT       pic 9(9)V99 value 0.
               01 WS-EXCLUDED-TOTAL    pic 9(6) value 0.

               linkage section.
               01 LS-PERIOD            pic X(6).
               01 LS-RATE-FILENAME     pic X(64).

       procedure division using LS-PERIOD LS-RATE-FILENAME.
               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               move LS-PERIOD to WS-PERIOD.
               if WS-PERIOD = space or WS-PERIOD = low-value
                   move WS-RUN-DATE(1:6) to WS-GEN-PERIOD
                   if WS-GEN-MONTH = 1
                       subtract 1 from WS-GEN-YEAR
                       move 12 to WS-GEN-MONTH
                   else
                       subtract 1 from WS-GEN-MONTH
                   end-if
                   move WS-GEN-PERIOD to WS-PERIOD
               end-if.
               if LS-RATE-FILENAME not = space
                   and LS-RATE-FILENAME not = low-value
                   move LS-RATE-FILENAME to WS-RATE-FILENAME
               end-if.
               move WS-PERIOD to WS-GEN-PERIOD.
               if WS-GEN-MONTH = 1
                   subtract 1 from WS-GEN-YEAR
                   move 12 to WS-GEN-MONTH
               else
                   subtract 1 from WS-GEN-MONTH
               end-if.
               move WS-GEN-PERIOD to WS-PRIOR-PERIOD.
               display "BILLING PERIOD : "WS-PERIOD.

               perform LOAD-RATES.
               if WS-RATE-COUNT = 0
                   display "NO RATES IN TABLE : "WS-RATE-FILENAME
                   move 8 to RETURN-CODE
                   goback
               end-if.

               sort SORT-WORK
                   on ascending key SR-STATION-ID SR-DAY-DATE
                       SR-CATEGORY
                   input procedure is RELEASE-MONTH-WORK
                   output procedure is PRICE-EACH-STATION.

               display "STATIONS BILLED  : "WS-STATION-TOTAL.
               display "FEED RECORDS     : "WS-FEED-COUNT.
               display "MONTH TOTAL      : "WS-GRAND-AMOUNT.
               display "EXCLUDED RERUNS  : "WS-EXCLUDED-TOTAL.
               display "RATES NOT FOUND  : "WS-NO-RATE-COUNT.
               if WS-STATION-TOTAL = 0
                   display "NO CHARGEABLE WORK IN PERIOD"
               end-if.
               if WS-STATION-TOTAL = 0 or WS-NO-RATE-COUNT > 0
                   move 4 to RETURN-CODE
               else
                   move 0 to RETURN-CODE
               end-if.
               goback.

               LOAD-RATES.
                   move 'F' to WS-FILE-EOF.
                   open input RATE-IN.
                   if WS-RATE-STATUS not = '00'
                       display "RATE TABLE OPEN FAILED, STATUS : "
                           WS-RATE-STATUS
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read RATE-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END perform NOTE-RATE-ROW
                       END-READ
                   end-perform.
                   if WS-RATE-STATUS = '00' or WS-RATE-STATUS = '10'
                       close RATE-IN
                   end-if.

               NOTE-RATE-ROW.
                   if RATE-LINE not = spaces
                       and CRT-CATEGORY(1:1) not = '*'
                       if CRT-RATE not numeric
                           display "RATE NOT NUMERIC : "RATE-LINE
                       else
                           if WS-RATE-COUNT < 200
                               add 1 to WS-RATE-COUNT
                               move CRT-CATEGORY
                                   to RT-CATEGORY(WS-RATE-COUNT)
                               move CRT-STATION-ID
                                   to RT-STATION-ID(WS-RATE-COUNT)
                               move CRT-RATE to RT-RATE(WS-RATE-COUNT)
                           else
                               display "RATE TABLE PAST TABLE LIMIT"
                           end-if
                       end-if
                   end-if.

               RELEASE-MONTH-WORK.
                   perform RELEASE-RUN-WORK.
                   perform RELEASE-EXCEPTION-WORK.
                   perform RELEASE-REJECT-WORK.
                   perform RELEASE-ADJUSTED-WORK.

      *>   A generation that was never cut is simply not there.
               NAME-TRAIL-FILE.
                   move spaces to WS-TRAIL-NAME.
                   evaluate WS-GI
                       when 1
                           string WS-TRAIL-BASE delimited by space
                               '.' delimited by size
                               WS-PRIOR-PERIOD delimited by size
                               into WS-TRAIL-NAME
                           end-string
                       when 2
                           string WS-TRAIL-BASE delimited by space
                               '.' delimited by size
                               WS-PERIOD delimited by size
                               into WS-TRAIL-NAME
                           end-string
                       when other
                           move WS-TRAIL-BASE to WS-TRAIL-NAME
                   end-evaluate.

      *>   The history is read from the month before's archive
      *>   generation on, not just the month, so every file worked
      *>   in the month is known with its station to the adjustment
      *>   trail and a failed run late in the month before still
      *>   excludes the rerun that recovered it. Rows written before
      *>   the status byte existed read back as spaces and are
      *>   completed runs.
               RELEASE-RUN-WORK.
                   move 'run-log.txt' to WS-TRAIL-BASE.
                   perform varying WS-GI from 1 by 1 until WS-GI > 3
                       perform NAME-TRAIL-FILE
                       perform READ-RUN-HISTORY
                   end-perform.
                   if WS-HISTORY-FOUND not = 'T'
                       display "NO RUN HISTORY, STATUS : "
                           WS-RUNHIST-STATUS
                   end-if.

               READ-RUN-HISTORY.
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
                               if RH-STATUS = 'C' or RH-STATUS = 'R'
                                   or RH-STATUS = 'P'
                                   or RH-STATUS = 'F'
                                   or RH-STATUS = space
                                   perform NOTE-HISTORY-ROW
                               end-if
                       END-READ
                   end-perform.
                   if WS-RUNHIST-STATUS = '00' or
                       WS-RUNHIST-STATUS = '10'
                       close RUN-HISTORY
                   end-if.

               NOTE-HISTORY-ROW.
                   move RH-INPUT-FILENAME to WS-MATCH-NAME.
                   perform FIND-FILE-ROW.
                   if WS-MATCH-ROW = 0 and WS-FILE-COUNT < 2000
                       add 1 to WS-FILE-COUNT
                       move WS-FILE-COUNT to WS-MATCH-ROW
                       move RH-INPUT-FILENAME
                           to FT-FILENAME(WS-MATCH-ROW)
                       call 'filedate' using RH-INPUT-FILENAME
                           WS-DAY-DATE
                       end-call
                       move WS-DAY-DATE to FT-DAY-DATE(WS-MATCH-ROW)
                       move space to FT-LAST-STATUS(WS-MATCH-ROW)
                       move 'F' to FT-BILLED(WS-MATCH-ROW)
                       move 0 to FT-EXC-LAST(WS-MATCH-ROW)
                       move 0 to FT-EXC-PASS(WS-MATCH-ROW)
                       move 0 to FT-EXC-MAX(WS-MATCH-ROW)
                       move spaces to FT-STATION-ID(WS-MATCH-ROW)
                   end-if.
                   if WS-MATCH-ROW = 0
                       display "HISTORY PAST TABLE LIMIT"
                   else
                       if RH-STATION-ID not = spaces
                           move RH-STATION-ID
                               to FT-STATION-ID(WS-MATCH-ROW)
                       end-if
                       if RH-TIMESTAMP(1:6) = WS-PERIOD
                           perform RELEASE-HISTORY-WORK
                       end-if
                       move RH-STATUS to FT-LAST-STATUS(WS-MATCH-ROW)
                   end-if.

               RELEASE-HISTORY-WORK.
                   move spaces to SORT-REC.
                   move FT-STATION-ID(WS-MATCH-ROW) to SR-STATION-ID.
                   move FT-DAY-DATE(WS-MATCH-ROW) to SR-DAY-DATE.
                   evaluate true
                       when RH-STATUS = 'C' or RH-STATUS = space
                           move 'T' to FT-BILLED(WS-MATCH-ROW)
                           move 1 to SR-CATEGORY
                           move RH-RECORD-COUNT to SR-QUANTITY
                           release SORT-REC
                       when RH-STATUS = 'F'
                           continue
                       when FT-LAST-STATUS(WS-MATCH-ROW) = 'F'
                           display "NOT BILLED, FOLLOWS FAILED RUN : "
                               RH-INPUT-FILENAME
                           move 6 to SR-CATEGORY
                           move 1 to SR-QUANTITY
                           release SORT-REC
                       when RH-STATUS = 'R'
                           move 4 to SR-CATEGORY
                           move 1 to SR-QUANTITY
                           release SORT-REC
                       when other
                           move 5 to SR-CATEGORY
                           move 1 to SR-QUANTITY
                           release SORT-REC
                   end-evaluate.

               FIND-FILE-ROW.
                   move 0 to WS-MATCH-ROW.
                   perform varying WS-FI from 1 by 1
                       until WS-FI > WS-FILE-COUNT
                           or WS-MATCH-ROW > 0
                       if FT-FILENAME(WS-FI) = WS-MATCH-NAME
                           move WS-FI to WS-MATCH-ROW
                       end-if
                   end-perform.

      *>   Each run of a file appends its exception rows in line
      *>   order, so a line number no higher than the last one seen
      *>   starts another pass. The fullest pass is the file's
      *>   exception count - one charge however often it was run.
               RELEASE-EXCEPTION-WORK.
                   move 'exceptions.txt' to WS-TRAIL-BASE.
                   perform varying WS-GI from 1 by 1 until WS-GI > 3
                       perform NAME-TRAIL-FILE
                       perform READ-EXCEPTIONS
                   end-perform.
                   perform varying WS-FI from 1 by 1
                       until WS-FI > WS-FILE-COUNT
                       if FT-BILLED(WS-FI) = 'T'
                           and FT-EXC-MAX(WS-FI) > 0
                           move spaces to SORT-REC
                           move FT-STATION-ID(WS-FI) to SR-STATION-ID
                           move FT-DAY-DATE(WS-FI) to SR-DAY-DATE
                           move 2 to SR-CATEGORY
                           move FT-EXC-MAX(WS-FI) to SR-QUANTITY
                           release SORT-REC
                       end-if
                   end-perform.

               READ-EXCEPTIONS.
                   move 'F' to WS-FILE-EOF.
                   open input EXCEPTION-IN.
                   if WS-EXCEPTION-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read EXCEPTION-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END perform NOTE-EXCEPTION-ROW
                       END-READ
                   end-perform.
                   if WS-EXCEPTION-STATUS = '00' or
                       WS-EXCEPTION-STATUS = '10'
                       close EXCEPTION-IN
                   end-if.

               NOTE-EXCEPTION-ROW.
                   move EXC-INPUT-FILENAME to WS-MATCH-NAME.
                   perform FIND-FILE-ROW.
                   if WS-MATCH-ROW > 0
                       if EXC-LINE-NO not > FT-EXC-LAST(WS-MATCH-ROW)
                           move 0 to FT-EXC-PASS(WS-MATCH-ROW)
                       end-if
                       move EXC-LINE-NO to FT-EXC-LAST(WS-MATCH-ROW)
                       add 1 to FT-EXC-PASS(WS-MATCH-ROW)
                       if FT-EXC-PASS(WS-MATCH-ROW)
                           > FT-EXC-MAX(WS-MATCH-ROW)
                           move FT-EXC-PASS(WS-MATCH-ROW)
                               to FT-EXC-MAX(WS-MATCH-ROW)
                       end-if
                   end-if.

      *>   A raw file edited more than once in the month - held and
      *>   released, or resubmitted - is charged for the rejects of
      *>   its latest edit only.
               RELEASE-REJECT-WORK.
                   move 'edit-report.txt' to WS-TRAIL-BASE.
                   perform varying WS-GI from 1 by 1 until WS-GI > 3
                       perform NAME-TRAIL-FILE
                       perform READ-EDIT-REPORT
                   end-perform.
                   perform varying WS-RWI from 1 by 1
                       until WS-RWI > WS-RAW-COUNT
                       if RW-REJECTS(WS-RWI) > 0
                           move spaces to SORT-REC
                           move RW-STATION-ID(WS-RWI) to SR-STATION-ID
                           call 'filedate' using RW-FILENAME(WS-RWI)
                               WS-DAY-DATE
                           end-call
                           move WS-DAY-DATE to SR-DAY-DATE
                           move 3 to SR-CATEGORY
                           move RW-REJECTS(WS-RWI) to SR-QUANTITY
                           release SORT-REC
                       end-if
                   end-perform.

               READ-EDIT-REPORT.
                   move 'F' to WS-FILE-EOF.
                   open input EDIT-REPORT-IN.
                   if WS-EDIT-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read EDIT-REPORT-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if ED-TIMESTAMP(1:6) = WS-PERIOD
                                   perform NOTE-EDIT-ROW
                               end-if
                       END-READ
                   end-perform.
                   if WS-EDIT-STATUS = '00' or WS-EDIT-STATUS = '10'
                       close EDIT-REPORT-IN
                   end-if.

               NOTE-EDIT-ROW.
                   move 0 to WS-MATCH-ROW.
                   perform varying WS-RWI from 1 by 1
                       until WS-RWI > WS-RAW-COUNT
                           or WS-MATCH-ROW > 0
                       if RW-FILENAME(WS-RWI) = ED-INPUT-FILENAME
                           move WS-RWI to WS-MATCH-ROW
                       end-if
                   end-perform.
                   if WS-MATCH-ROW = 0 and WS-RAW-COUNT < 500
                       add 1 to WS-RAW-COUNT
                       move WS-RAW-COUNT to WS-MATCH-ROW
                       move ED-INPUT-FILENAME
                           to RW-FILENAME(WS-MATCH-ROW)
                   end-if.
                   if WS-MATCH-ROW = 0
                       display "EDIT REPORT PAST TABLE LIMIT"
                   else
                       move ED-STATION-ID to RW-STATION-ID(WS-MATCH-ROW)
                       move ED-REJECT-COUNT
                           to RW-REJECTS(WS-MATCH-ROW)
                   end-if.

               RELEASE-ADJUSTED-WORK.
                   move 'adjustments.txt' to WS-TRAIL-BASE.
                   perform varying WS-GI from 1 by 1 until WS-GI > 3
                       perform NAME-TRAIL-FILE
                       perform READ-ADJUSTMENTS
                   end-perform.

               READ-ADJUSTMENTS.
                   move 'F' to WS-FILE-EOF.
                   open input ADJUST-IN.
                   if WS-ADJUST-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read ADJUST-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if ADJ-TIMESTAMP(1:6) = WS-PERIOD
                                   perform RELEASE-ADJUSTED-ROW
                               end-if
                       END-READ
                   end-perform.
                   if WS-ADJUST-STATUS = '00' or
                       WS-ADJUST-STATUS = '10'
                       close ADJUST-IN
                   end-if.

               RELEASE-ADJUSTED-ROW.
                   move ADJ-INPUT-FILENAME to WS-MATCH-NAME.
                   perform FIND-FILE-ROW.
                   move spaces to SORT-REC.
                   if WS-MATCH-ROW > 0
                       move FT-STATION-ID(WS-MATCH-ROW)
                           to SR-STATION-ID
                   end-if.
                   call 'filedate' using ADJ-INPUT-FILENAME WS-DAY-DATE
                   end-call.
                   move WS-DAY-DATE to SR-DAY-DATE.
                   move 7 to SR-CATEGORY.
                   move 1 to SR-QUANTITY.
                   release SORT-REC.

               PRICE-EACH-STATION.
                   open output STATEMENT-OUT.
                   open output BILLING-OUT.
                   move spaces to BILLING-HEADER.
                   move 'H' to BLH-RECORD-TYPE.
                   move WS-PERIOD to BLH-PERIOD.
                   move WS-RUN-DATE(1:8) to BLH-RUN-DATE.
                   move 'CHGBACK' to BLH-SOURCE.
                   write BILLING-HEADER.
                   move 'F' to WS-STATION-OPEN.
                   open input STATION-MASTER.
                   if WS-STATION-STATUS = '00'
                       move 'T' to WS-STATION-OPEN
                   else
                       display "STATION MASTER UNREADABLE, STATUS : "
                           WS-STATION-STATUS
                   end-if.
                   move 'F' to WS-SORT-EOF.
                   move 'F' to WS-GROUP-OPEN.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-WORK record
                           AT END
                               move 'T' to WS-SORT-EOF
                               if WS-GROUP-OPEN = 'T'
                                   perform FINISH-ONE-STATION
                               end-if
                           NOT AT END perform NOTE-SORTED-WORK
                       END-RETURN
                   end-perform.
                   move spaces to CHG-TOTAL-LINE.
                   move 'GRAND' to CHT-LABEL.
                   move WS-PERIOD to CHT-PERIOD.
                   move WS-GRAND-AMOUNT to CHT-AMOUNT.
                   write CHG-TOTAL-LINE.
                   move spaces to BILLING-TRAILER.
                   move 'T' to BLT-RECORD-TYPE.
                   move WS-FEED-COUNT to BLT-RECORD-COUNT.
                   move WS-FEED-QUANTITY to BLT-QUANTITY-TOTAL.
                   move WS-FEED-AMOUNT to BLT-AMOUNT-TOTAL.
                   write BILLING-TRAILER.
                   if WS-STATION-OPEN = 'T'
                       close STATION-MASTER
                   end-if.
                   close STATEMENT-OUT.
                   close BILLING-OUT.

               NOTE-SORTED-WORK.
                   if WS-GROUP-OPEN = 'T'
                       and SR-STATION-ID not = WS-BREAK-STATION
                       perform FINISH-ONE-STATION
                   end-if.
                   if WS-GROUP-OPEN not = 'T'
                       perform START-ONE-STATION
                   end-if.
                   if SR-DAY-DATE not = WS-BREAK-DAY
                       perform WRITE-DAY-ROW
                       move SR-DAY-DATE to WS-BREAK-DAY
                   end-if.
                   add SR-QUANTITY to WS-DAY-QTY(SR-CATEGORY).
                   add SR-QUANTITY to WS-STN-QTY(SR-CATEGORY).
                   if SR-CATEGORY = 6
                       add SR-QUANTITY to WS-EXCLUDED-TOTAL
                   end-if.

      *>   The statement names the instrument and the lab billed as
      *>   the station master has them - blank when it cannot say.
               START-ONE-STATION.
                   move 'T' to WS-GROUP-OPEN.
                   move SR-STATION-ID to WS-BREAK-STATION.
                   move SR-DAY-DATE to WS-BREAK-DAY.
                   move zeros to WS-DAY-QTY-TABLE.
                   move zeros to WS-STN-QTY-TABLE.
                   move 0 to WS-STATION-AMOUNT.
                   add 1 to WS-STATION-TOTAL.
                   move spaces to CHG-STATION-LINE.
                   move 'STATION' to CHS-LABEL.
                   move WS-BREAK-STATION to CHS-STATION-ID.
                   move WS-PERIOD to CHS-PERIOD.
                   move spaces to WS-OWNING-LAB.
                   if WS-STATION-OPEN = 'T'
                       move WS-BREAK-STATION to STM-STATION-ID
                       read STATION-MASTER record
                           key is STM-STATION-ID
                           invalid key continue
                           not invalid key
                               move STM-STATION-NAME
                                   to CHS-STATION-NAME
                               move STM-OWNING-LAB to WS-OWNING-LAB
                       end-read
                   end-if.
                   move WS-OWNING-LAB to CHS-OWNING-LAB.
                   write CHG-STATION-LINE.

               WRITE-DAY-ROW.
                   move spaces to CHG-DAY-LINE.
                   move 'DAY' to CHD-LABEL.
                   move WS-BREAK-STATION to CHD-STATION-ID.
                   move WS-BREAK-DAY to CHD-DAY-DATE.
                   move WS-DAY-QTY(1) to CHD-LINES.
                   move WS-DAY-QTY(2) to CHD-EXCEPTIONS.
                   move WS-DAY-QTY(3) to CHD-REJECTS.
                   move WS-DAY-QTY(4) to CHD-RERUNS.
                   move WS-DAY-QTY(5) to CHD-REPROCESSES.
                   move WS-DAY-QTY(6) to CHD-EXCLUDED.
                   move WS-DAY-QTY(7) to CHD-ADJUSTED.
                   write CHG-DAY-LINE.
                   move zeros to WS-DAY-QTY-TABLE.

               FINISH-ONE-STATION.
                   perform WRITE-DAY-ROW.
                   perform varying WS-CI from 1 by 1 until WS-CI > 5
                       if WS-STN-QTY(WS-CI) > 0
                           perform PRICE-ONE-CATEGORY
                       end-if
                   end-perform.
                   move spaces to CHG-TOTAL-LINE.
                   move 'TOTAL' to CHT-LABEL.
                   move WS-BREAK-STATION to CHT-STATION-ID.
                   move WS-PERIOD to CHT-PERIOD.
                   move WS-STATION-AMOUNT to CHT-AMOUNT.
                   write CHG-TOTAL-LINE.
                   add WS-STATION-AMOUNT to WS-GRAND-AMOUNT.
                   move 'F' to WS-GROUP-OPEN.

               PRICE-ONE-CATEGORY.
                   perform FIND-RATE.
                   compute WS-AMOUNT rounded =
                       WS-STN-QTY(WS-CI) * WS-RATE.
                   move spaces to CHG-CHARGE-LINE.
                   move 'CHARGE' to CHC-LABEL.
                   move WS-BREAK-STATION to CHC-STATION-ID.
                   move WS-CATEGORY-NAME(WS-CI) to CHC-CATEGORY.
                   move WS-STN-QTY(WS-CI) to CHC-QUANTITY.
                   move WS-RATE to CHC-RATE.
                   move WS-AMOUNT to CHC-AMOUNT.
                   write CHG-CHARGE-LINE.
                   add WS-AMOUNT to WS-STATION-AMOUNT.
                   move spaces to BILLING-DETAIL.
                   move 'D' to BLD-RECORD-TYPE.
                   move WS-PERIOD to BLD-PERIOD.
                   move WS-BREAK-STATION to BLD-STATION-ID.
                   move WS-OWNING-LAB to BLD-OWNING-LAB.
                   move WS-CATEGORY-NAME(WS-CI) to BLD-CATEGORY.
                   move WS-STN-QTY(WS-CI) to BLD-QUANTITY.
                   move WS-RATE to BLD-RATE.
                   move WS-AMOUNT to BLD-AMOUNT.
                   write BILLING-DETAIL.
                   add 1 to WS-FEED-COUNT.
                   add WS-STN-QTY(WS-CI) to WS-FEED-QUANTITY.
                   add WS-AMOUNT to WS-FEED-AMOUNT.

      *>   A station's own rate for the category stands over the
      *>   standard one. A category the table does not price at all
      *>   is charged at nothing and counted, so the run warns.
               FIND-RATE.
                   move 0 to WS-RATE.
                   move 'F' to WS-RATE-FOUND.
                   perform varying WS-RI from 1 by 1
                       until WS-RI > WS-RATE-COUNT
                       if RT-CATEGORY(WS-RI) = WS-CATEGORY-NAME(WS-CI)
                           if RT-STATION-ID(WS-RI) = WS-BREAK-STATION
                               and WS-BREAK-STATION not = spaces
                               move RT-RATE(WS-RI) to WS-RATE
                               move 'S' to WS-RATE-FOUND
                           end-if
                           if RT-STATION-ID(WS-RI) = spaces
                               and WS-RATE-FOUND not = 'S'
                               move RT-RATE(WS-RI) to WS-RATE
                               move 'T' to WS-RATE-FOUND
                           end-if
                       end-if
                   end-perform.
                   if WS-RATE-FOUND = 'F'
                       display "NO RATE FOR "WS-CATEGORY-NAME(WS-CI)
                           " AT STATION "WS-BREAK-STATION
                       add 1 to WS-NO-RATE-COUNT
                   end-if.
