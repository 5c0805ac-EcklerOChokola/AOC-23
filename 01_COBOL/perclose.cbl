       identification division.
               program-id. perclose.
               author. eckler.
               date-written. 15/10/2026.

      *>   Accounting period close. Once a month's figures have gone
      *>   out on the feeds and been acknowledged they are booked at
      *>   the receiver, and nothing may move them after. This job
      *>   freezes a month (yyyymm): it takes every standing posted
      *>   day whose file is dated in the month - the latest
      *>   completed or rerun history row per file - and writes a
      *>   snapshot of the month to the period ledger, one row per
      *>   day with its station, line count and posted total as the
      *>   results master holds it, a subtotal row per station and a
      *>   row for the month, then marks the month closed on the
      *>   period control file. From then on the engine and the line
      *>   maintenance refuse any change to the month's files except
      *>   as a prior-period adjustment posted in the open month.
      *>
      *>   The month's history is read from the live run history and
      *>   from any month-end archive generation cut from the month
      *>   before on - the month before's archive runs in the first
      *>   days of the month and takes their rows with it - so a
      *>   close run after the archive has cut the month over still
      *>   finds every day. Only a month already over may
      *>   be closed, and a month is closed once - a second attempt
      *>   is turned away with condition code 4 and changes nothing.
      *>
      *>   Closing a month locks posted figures for good, so the run
      *>   stands behind an operator the authorization table allows
      *>   the close and a reason code - an unauthorized attempt is
      *>   refused with its own run-history row and touches nothing.
      *>   A completed close writes its own run-history row too.

       environment division.
               input-output section.
                   file-control.
                   select RUN-HISTORY assign to dynamic WS-HIST-FILENAME
                   organization is line sequential
                   file status is WS-RUNHIST-STATUS.
                   select RESULTS-MASTER assign to 'results.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is RM-KEY
                   file status is WS-RESULTS-STATUS.
                   select PERIOD-FILE assign to 'period.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is PER-PERIOD
                   file status is WS-PERIOD-STATUS.
                   select LEDGER-OUT assign to 'period-ledger.txt'
                   organization is line sequential
                   file status is WS-LEDGER-STATUS.
                   select SORT-WORK assign to 'perclose-sort.tmp'.

       data division.
               file section.
               fd RUN-HISTORY.
               copy "runhrec.cpy".

               fd RESULTS-MASTER.
               copy "rsltrec.cpy".

               fd PERIOD-FILE.
               copy "perrec.cpy".

               fd LEDGER-OUT.
               copy "plgrec.cpy".

      *>   One sort record per posted history row dated in the month
      *>   - each station's files together, newest row first within
      *>   a file, so the first row returned for a file is its
      *>   standing row.
               sd SORT-WORK.
               01 SORT-REC.
                   05 SR-STATION-ID    pic X(4).
                   05 SR-FILENAME      pic X(64).
                   05 SR-STAMP         pic X(21).
                   05 SR-DAY-DATE      pic X(10).
                   05 SR-COUNT         pic 9(6).
                   05 SR-TOTAL         pic 9(5).

               working-storage section.
               01 WS-HIST-FILENAME     pic X(64).
               01 WS-RUNHIST-STATUS    pic XX.
               01 WS-RESULTS-STATUS    pic XX.
               01 WS-PERIOD-STATUS     pic XX.
               01 WS-LEDGER-STATUS     pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-SORT-EOF          pic A.
               01 WS-MASTER-EOF        pic A.
               01 WS-RESULTS-OPEN      pic A.
               01 WS-PERIOD            pic X(6).
               01 WS-PERIOD-CLOSED     pic X.
               01 WS-DAY-DATE          pic X(10).
               01 WS-RUN-DATE          pic X(21).
               01 WS-OPERATOR-ID       pic X(8).
               01 WS-REASON-CODE       pic X(4).
               01 WS-AUTH-ACTION       pic X value 'K'.
               01 WS-AUTH-RESULT       pic X.
      *>   Archive generations are read month by month from the
      *>   month before the one being closed up to the current one.
               01 WS-GEN-PERIOD.
                   05 WS-GEN-YEAR      pic 9(4).
                   05 WS-GEN-MONTH     pic 9(2).
               01 WS-THIS-PERIOD       pic X(6).
      *>   The station and file crossing the breaks, the figures of
      *>   the day being frozen, and the station and month totals.
               01 WS-GROUP-OPEN        pic A.
               01 WS-BREAK-STATION     pic X(4).
               01 WS-BREAK-FILENAME    pic X(64).
               01 WS-DAY-TOTAL         pic 9(9).
               01 WS-DAY-FOUND         pic A.
               01 WS-STN-DAYS          pic 9(5).
               01 WS-STN-LINES         pic 9(9).
               01 WS-STN-TOTAL         pic 9(9).
               01 WS-DAY-COUNT         pic 9(5)  value 0.
               01 WS-LINE-COUNT        pic 9(9)  value 0.
               01 WS-PERIOD-TOTAL      pic 9(9)  value 0.

               linkage section.
               01 LS-PERIOD            pic X(6).
               01 LS-OPERATOR-ID       pic X(8).
               01 LS-REASON-CODE       pic X(4).

       procedure division using LS-PERIOD
               LS-OPERATOR-ID LS-REASON-CODE.
               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               move WS-RUN-DATE(1:6) to WS-THIS-PERIOD.
               move LS-PERIOD to WS-PERIOD.
               if WS-PERIOD = space or WS-PERIOD = low-value
                   perform DEFAULT-TO-LAST-MONTH
               end-if.
               move spaces to WS-OPERATOR-ID.
               if LS-OPERATOR-ID not = space
                   and LS-OPERATOR-ID not = low-value
                   move LS-OPERATOR-ID to WS-OPERATOR-ID
               end-if.
               move spaces to WS-REASON-CODE.
               if LS-REASON-CODE not = space
                   and LS-REASON-CODE not = low-value
                   move LS-REASON-CODE to WS-REASON-CODE
               end-if.
               display "CLOSE PERIOD : "WS-PERIOD.

               move 'N' to WS-AUTH-RESULT.
               call 'authchk' using WS-OPERATOR-ID WS-REASON-CODE
                   WS-AUTH-ACTION WS-AUTH-RESULT
               end-call.
               if WS-AUTH-RESULT not = 'Y'
                   display "PERIOD CLOSE REFUSED - NOT AUTHORIZED"
                   perform WRITE-REFUSED-ROW
                   move 8 to RETURN-CODE
                   goback
               end-if.

               if WS-PERIOD not numeric
                   or WS-PERIOD(5:2) < '01'
                   or WS-PERIOD(5:2) > '12'
                   or WS-PERIOD not < WS-THIS-PERIOD
                   display "PERIOD CLOSE REFUSED - BAD OR OPEN MONTH"
                   move 8 to RETURN-CODE
                   goback
               end-if.

               move 'N' to WS-PERIOD-CLOSED.
               call 'perchk' using WS-PERIOD WS-PERIOD-CLOSED
               end-call.
               if WS-PERIOD-CLOSED = 'Y'
                   display "PERIOD ALREADY CLOSED : "WS-PERIOD
                   move 4 to RETURN-CODE
                   goback
               end-if.

               sort SORT-WORK
                   on ascending key SR-STATION-ID SR-FILENAME
                   on descending key SR-STAMP
                   input procedure is RELEASE-HISTORY-ROWS
                   output procedure is FREEZE-EACH-STATION.

               display "DAYS CLOSED  : "WS-DAY-COUNT.
               display "LINES CLOSED : "WS-LINE-COUNT.
               display "PERIOD TOTAL : "WS-PERIOD-TOTAL.
               if WS-DAY-COUNT = 0
                   display "PERIOD CLOSE REFUSED - NO POSTED DAYS"
                   move 8 to RETURN-CODE
                   goback
               end-if.

               perform MARK-PERIOD-CLOSED.
               if WS-PERIOD-STATUS not = '00'
                   move 8 to RETURN-CODE
                   goback
               end-if.
               perform WRITE-AUDIT-ROW.
               move 0 to RETURN-CODE.
               goback.

               DEFAULT-TO-LAST-MONTH.
                   move WS-THIS-PERIOD to WS-GEN-PERIOD.
                   if WS-GEN-MONTH = 1
                       subtract 1 from WS-GEN-YEAR
                       move 12 to WS-GEN-MONTH
                   else
                       subtract 1 from WS-GEN-MONTH
                   end-if.
                   move WS-GEN-PERIOD to WS-PERIOD.

               RELEASE-HISTORY-ROWS.
                   move WS-PERIOD to WS-GEN-PERIOD.
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
                       perform RELEASE-ONE-HISTORY-FILE
                       if WS-GEN-MONTH = 12
                           add 1 to WS-GEN-YEAR
                           move 1 to WS-GEN-MONTH
                       else
                           add 1 to WS-GEN-MONTH
                       end-if
                   end-perform.
                   move 'run-log.txt' to WS-HIST-FILENAME.
                   perform RELEASE-ONE-HISTORY-FILE.

      *>   A generation that was never cut (a month with no window)
      *>   simply is not there.
               RELEASE-ONE-HISTORY-FILE.
                   move 'F' to WS-FILE-EOF.
                   open input RUN-HISTORY.
                   if WS-RUNHIST-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read RUN-HISTORY
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if RH-STATUS = 'C'
                                   or RH-STATUS = 'R'
                                   or RH-STATUS = space
                                   perform RELEASE-HISTORY-ROW
                               end-if
                       END-READ
                   end-perform.
                   if WS-RUNHIST-STATUS = '00' or
                       WS-RUNHIST-STATUS = '10'
                       close RUN-HISTORY
                   end-if.

      *>   The month a day belongs to is the date in its file's
      *>   name - a file whose name carries no date is no day of
      *>   any month.
               RELEASE-HISTORY-ROW.
                   call 'filedate' using RH-INPUT-FILENAME WS-DAY-DATE
                   end-call.
                   if WS-DAY-DATE not = spaces
                       and WS-DAY-DATE(1:4) = WS-PERIOD(1:4)
                       and WS-DAY-DATE(6:2) = WS-PERIOD(5:2)
                       move spaces to SORT-REC
                       move RH-STATION-ID to SR-STATION-ID
                       move RH-INPUT-FILENAME to SR-FILENAME
                       move RH-TIMESTAMP to SR-STAMP
                       move WS-DAY-DATE to SR-DAY-DATE
                       move RH-RECORD-COUNT to SR-COUNT
                       move RH-TOTAL to SR-TOTAL
                       release SORT-REC
                   end-if.

               FREEZE-EACH-STATION.
                   move 'F' to WS-RESULTS-OPEN.
                   open input RESULTS-MASTER.
                   if WS-RESULTS-STATUS = '00'
                       move 'T' to WS-RESULTS-OPEN
                   else
                       display "RESULTS MASTER UNREADABLE, STATUS : "
                           WS-RESULTS-STATUS
                   end-if.
                   open extend LEDGER-OUT.
                   if WS-LEDGER-STATUS = '35'
                       or WS-LEDGER-STATUS = '05'
                       close LEDGER-OUT
                       open output LEDGER-OUT
                   end-if.
                   move 'F' to WS-SORT-EOF.
                   move 'F' to WS-GROUP-OPEN.
                   move spaces to WS-BREAK-STATION.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-WORK record
                           AT END
                               move 'T' to WS-SORT-EOF
                               if WS-GROUP-OPEN = 'T'
                                   perform FINISH-ONE-STATION
                               end-if
                           NOT AT END perform NOTE-SORTED-ROW
                       END-RETURN
                   end-perform.
                   if WS-DAY-COUNT > 0
                       perform WRITE-PERIOD-ROW
                   end-if.
                   close LEDGER-OUT.
                   if WS-RESULTS-OPEN = 'T'
                       close RESULTS-MASTER
                   end-if.

      *>   The first row returned for a file is its standing row -
      *>   older rows for the same file are passed over.
               NOTE-SORTED-ROW.
                   if WS-GROUP-OPEN = 'T'
                       and SR-STATION-ID not = WS-BREAK-STATION
                       perform FINISH-ONE-STATION
                   end-if.
                   if WS-GROUP-OPEN not = 'T'
                       perform START-ONE-STATION
                   end-if.
                   if SR-FILENAME not = WS-BREAK-FILENAME
                       move SR-FILENAME to WS-BREAK-FILENAME
                       perform FREEZE-ONE-DAY
                   end-if.

               START-ONE-STATION.
                   move 'T' to WS-GROUP-OPEN.
                   move SR-STATION-ID to WS-BREAK-STATION.
                   move spaces to WS-BREAK-FILENAME.
                   move 0 to WS-STN-DAYS.
                   move 0 to WS-STN-LINES.
                   move 0 to WS-STN-TOTAL.

      *>   The day's posted total is re-added off the results master
      *>   - the figure after every reprocess and maintenance
      *>   correction made before the close. A day the master holds
      *>   no lines for stands at its history row's total.
               FREEZE-ONE-DAY.
                   perform ADD-POSTED-LINES.
                   if WS-DAY-FOUND not = 'T'
                       move SR-TOTAL to WS-DAY-TOTAL
                   end-if.
                   move spaces to PERIOD-LEDGER-LINE.
                   move WS-RUN-DATE to PLG-CLOSE-STAMP.
                   move WS-PERIOD to PLG-PERIOD.
                   move 'DAY' to PLG-LABEL.
                   move SR-STATION-ID to PLG-STATION-ID.
                   move SR-DAY-DATE to PLG-DAY-DATE.
                   move SR-FILENAME to PLG-INPUT-FILENAME.
                   move 1 to PLG-DAY-COUNT.
                   move SR-COUNT to PLG-LINE-COUNT.
                   move WS-DAY-TOTAL to PLG-TOTAL.
                   move WS-OPERATOR-ID to PLG-OPERATOR-ID.
                   move WS-REASON-CODE to PLG-REASON-CODE.
                   write PERIOD-LEDGER-LINE.
                   add 1 to WS-STN-DAYS.
                   add SR-COUNT to WS-STN-LINES.
                   add WS-DAY-TOTAL to WS-STN-TOTAL.

               ADD-POSTED-LINES.
                   move 0 to WS-DAY-TOTAL.
                   move 'F' to WS-DAY-FOUND.
                   if WS-RESULTS-OPEN = 'T'
                       move SR-FILENAME to RM-INPUT-FILENAME
                       move 0 to RM-LINE-NO
                       move 'F' to WS-MASTER-EOF
                       start RESULTS-MASTER key is greater than RM-KEY
                           invalid key move 'T' to WS-MASTER-EOF
                       end-start
                       perform until WS-MASTER-EOF = 'T'
                           read RESULTS-MASTER next record
                               AT END move 'T' to WS-MASTER-EOF
                               NOT AT END
                                   if RM-INPUT-FILENAME = SR-FILENAME
                                       move 'T' to WS-DAY-FOUND
                                       add RM-LINEVALUE
                                           to WS-DAY-TOTAL
                                   else
                                       move 'T' to WS-MASTER-EOF
                                   end-if
                           END-READ
                       end-perform
                   end-if.

               FINISH-ONE-STATION.
                   move spaces to PERIOD-LEDGER-LINE.
                   move WS-RUN-DATE to PLG-CLOSE-STAMP.
                   move WS-PERIOD to PLG-PERIOD.
                   move 'STATION' to PLG-LABEL.
                   move WS-BREAK-STATION to PLG-STATION-ID.
                   move WS-STN-DAYS to PLG-DAY-COUNT.
                   move WS-STN-LINES to PLG-LINE-COUNT.
                   move WS-STN-TOTAL to PLG-TOTAL.
                   move WS-OPERATOR-ID to PLG-OPERATOR-ID.
                   move WS-REASON-CODE to PLG-REASON-CODE.
                   write PERIOD-LEDGER-LINE.
                   add WS-STN-DAYS to WS-DAY-COUNT.
                   add WS-STN-LINES to WS-LINE-COUNT.
                   add WS-STN-TOTAL to WS-PERIOD-TOTAL.
                   move 'F' to WS-GROUP-OPEN.

               WRITE-PERIOD-ROW.
                   move spaces to PERIOD-LEDGER-LINE.
                   move WS-RUN-DATE to PLG-CLOSE-STAMP.
                   move WS-PERIOD to PLG-PERIOD.
                   move 'PERIOD' to PLG-LABEL.
                   move WS-DAY-COUNT to PLG-DAY-COUNT.
                   move WS-LINE-COUNT to PLG-LINE-COUNT.
                   move WS-PERIOD-TOTAL to PLG-TOTAL.
                   move WS-OPERATOR-ID to PLG-OPERATOR-ID.
                   move WS-REASON-CODE to PLG-REASON-CODE.
                   write PERIOD-LEDGER-LINE.

      *>   The control file is created on first use. The close
      *>   stamp ties the month to the ledger rows just written.
               MARK-PERIOD-CLOSED.
                   open i-o PERIOD-FILE.
                   if WS-PERIOD-STATUS = '35'
                       or WS-PERIOD-STATUS = '05'
                       close PERIOD-FILE
                       open output PERIOD-FILE
                       close PERIOD-FILE
                       open i-o PERIOD-FILE
                   end-if.
                   if WS-PERIOD-STATUS not = '00'
                       display "PERIOD CONTROL OPEN FAILED, STATUS : "
                           WS-PERIOD-STATUS
                   else
                       move spaces to PERIOD-REC
                       move WS-PERIOD to PER-PERIOD
                       move 'C' to PER-STATUS
                       move WS-RUN-DATE to PER-CLOSED-STAMP
                       move WS-OPERATOR-ID to PER-CLOSED-BY
                       move WS-REASON-CODE to PER-REASON-CODE
                       move WS-DAY-COUNT to PER-DAY-COUNT
                       move WS-LINE-COUNT to PER-LINE-COUNT
                       move WS-PERIOD-TOTAL to PER-TOTAL
                       write PERIOD-REC
                           invalid key rewrite PERIOD-REC
                       end-write
                       close PERIOD-FILE
                       display "PERIOD CLOSED : "WS-PERIOD
                   end-if.

               WRITE-AUDIT-ROW.
                   move spaces to RUNHIST-LINE.
                   move WS-RUN-DATE to RH-TIMESTAMP.
                   move spaces to RH-INPUT-FILENAME.
                   string "period." delimited by size
                       WS-PERIOD delimited by space
                       into RH-INPUT-FILENAME
                   end-string.
                   move 'K' to RH-MODE.
                   move WS-DAY-COUNT to RH-RECORD-COUNT.
                   move 0 to RH-TOTAL.
                   move 'A' to RH-STATUS.
                   move WS-OPERATOR-ID to RH-OPERATOR-ID.
                   move WS-REASON-CODE to RH-REASON-CODE.
                   perform APPEND-HISTORY-ROW.

      *>   The refused attempt leaves the same permanent trace a
      *>   completed close would - who tried, under what reason
      *>   code, with nothing frozen.
               WRITE-REFUSED-ROW.
                   move spaces to RUNHIST-LINE.
                   move WS-RUN-DATE to RH-TIMESTAMP.
                   move spaces to RH-INPUT-FILENAME.
                   string "period." delimited by size
                       WS-PERIOD delimited by space
                       into RH-INPUT-FILENAME
                   end-string.
                   move 'K' to RH-MODE.
                   move 0 to RH-RECORD-COUNT.
                   move 0 to RH-TOTAL.
                   move 'X' to RH-STATUS.
                   move WS-OPERATOR-ID to RH-OPERATOR-ID.
                   move WS-REASON-CODE to RH-REASON-CODE.
                   perform APPEND-HISTORY-ROW.

               APPEND-HISTORY-ROW.
                   move 'run-log.txt' to WS-HIST-FILENAME.
                   open extend RUN-HISTORY.
                   if WS-RUNHIST-STATUS = '35'
                       or WS-RUNHIST-STATUS = '05'
                       close RUN-HISTORY
                       open output RUN-HISTORY
                   end-if.
                   write RUNHIST-LINE.
                   close RUN-HISTORY.
