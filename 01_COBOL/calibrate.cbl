                   select FEED-OUT assign to 'run-feed.txt'
                   organization is line sequential
                   file status is WS-FEED-STATUS.
                   select STATION-MASTER assign to 'stations.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is STM-STATION-ID
                   file status is WS-STATION-STATUS.
                   select SUSPENSE-FILE assign to 'suspense.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is SUS-KEY
                   file status is WS-SUSPENSE-STATUS.
                   select PRIOR-ADJ-FILE assign to 'prior-adj.txt'
                   organization is line sequential
                   file status is WS-PRIOR-ADJ-STATUS.
                   select LEDGER-IN assign to 'period-ledger.txt'
                   organization is line sequential
                   file status is WS-LEDGER-STATUS.

       data division.
               file section.
               fd FEED-OUT.
               copy "feedrec.cpy".

               fd STATION-MASTER.
               copy "stnrec.cpy".

               fd SUSPENSE-FILE.
               copy "susprec.cpy".

               fd PRIOR-ADJ-FILE.
               copy "ppadrec.cpy".

               fd LEDGER-IN.
               copy "plgrec.cpy".

               working-storage section.
               01 WS-INPUT-FILENAME pic X(64).
               01 CURRENT-LINE pic X(256).
               01 WS-RUN-FAILED          pic A.
               01 WS-FAILED-STATUS       pic XX.
               01 WS-RESULTS-STATUS      pic XX.
               01 WS-MASTER-STATUS       pic XX.
               01 WS-MASTER-EXPECTED     pic A.
               01 WS-ADJUST-STATUS       pic XX.
               01 WS-RULES-STATUS        pic XX.
               01 WS-RULES-VERSION       pic X(8).
      *>   rows, the run history and the interface feed. Files
      *>   loaded before the stamp existed read back as spaces.
               01 WS-STATION-ID          pic X(4).
               01 WS-STATION-STATUS      pic XX.
      *>   Every line that lands in exceptions.txt is an open item
      *>   on the suspense ledger until a later pass values it - the
      *>   ledger is held open alongside the other audit files.
               01 WS-SUSPENSE-STATUS     pic XX.
               01 WS-SUSPENSE-OPEN       pic A.
               01 WS-FORCE-FLAG          pic X.
               01 WS-PRIOR-RUN           pic A.
               01 WS-RUN-REFUSED         pic A.
               01 WS-MIN-VALUE           pic 9(2).
               01 WS-MAX-VALUE           pic 9(2).
               01 WS-AVG-VALUE           pic 9(3)V99.
      *>   The run's own history row - its outcome byte and stamp -
      *>   and the business date in the file's name, carried onto
      *>   every digit-pair row so each run's set can be told apart
      *>   by station and day.
               01 WS-HIST-STATUS         pic X.
               01 WS-HIST-STAMP          pic X(21).
               01 WS-DAY-DATE            pic X(10).
      *>   The month the file's date falls in and whether it has been
      *>   closed. A closed month's files take no run at all and a
      *>   reprocess only as a prior-period adjustment, posted in the
      *>   month the adjustment is made - which must itself be open.
               01 WS-FILE-PERIOD         pic X(6).
               01 WS-PERIOD-CLOSED       pic X.
               01 WS-POST-PERIOD         pic X(6).
               01 WS-POST-CLOSED         pic X.
               01 WS-PERIOD-REFUSED      pic A.
               01 WS-PRIOR-ADJ-STATUS    pic XX.
               01 WS-PRIOR-ADJ-EOF       pic A.
               01 WS-LINE-VALUED         pic A.
               01 WS-LEDGER-STATUS       pic XX.
               01 WS-LEDGER-EOF          pic A.
               01 WS-PI                  pic 9(2).
               01 WS-PJ                  pic 9(2).
               01 WS-PAIR-TABLE.
               move '00' to WS-FAILED-STATUS.
               move 'F' to WS-PRIOR-RUN.
               move 'F' to WS-RUN-REFUSED.
               move 'F' to WS-PERIOD-REFUSED.
               move spaces to WS-STATION-ID.
               move LS-FORCE-FLAG to WS-FORCE-FLAG.
               if WS-FORCE-FLAG not = 'Y'
               end-if.
               perform LOAD-SCAN-RULES.
               if WS-RUN-FAILED not = 'T'
                   perform CHECK-PERIOD-LOCK
               end-if.
               if WS-RUN-FAILED not = 'T'
                   and WS-PERIOD-REFUSED not = 'T'
                   perform CHECK-AUTHORITY
               end-if.
               if WS-RUN-FAILED not = 'T'
                   and WS-PERIOD-REFUSED not = 'T'
                   and WS-AUTH-REFUSED not = 'T'
                   and LS-REPROCESS-LINE-NO = 0
                   perform CHECK-PRIOR-RUN
               end-if.
               if WS-RUN-FAILED not = 'T'
                   and WS-RUN-REFUSED not = 'T'
                   and WS-PERIOD-REFUSED not = 'T'
                   and WS-AUTH-REFUSED not = 'T'
                   if LS-REPROCESS-LINE-NO not = 0
                       perform REPROCESS-ONE-LINE
               end-if.
               if WS-RUN-FAILED not = 'T'
                   and WS-RUN-REFUSED not = 'T'
                   and WS-PERIOD-REFUSED not = 'T'
                   and WS-AUTH-REFUSED not = 'T'
                   perform WRITE-STATS-REPORT
                   if LS-REPROCESS-LINE-NO = 0
                       move 8 to RETURN-CODE
                   when WS-RUN-REFUSED = 'T'
                       move 4 to RETURN-CODE
                   when WS-PERIOD-REFUSED = 'T'
                       move 4 to RETURN-CODE
                   when WS-AUTH-REFUSED = 'T'
                       move 4 to RETURN-CODE
                   when other

               PROCESS-ALL-LINES.
                   perform LOAD-CHECKPOINT.
                   perform CHECK-RESULTS-MASTER.
                   if WS-RUN-FAILED not = 'T'
                       open input INPUTFILE
                       if WS-INPUT-STATUS not = '00'
                           perform RECORD-OPEN-FAILURE
                       else
                           perform PROCESS-INPUT-RECORDS
                       end-if
                   end-if.

               PROCESS-INPUT-RECORDS.
                   close DETAIL-OUT.
                   close EXCEPTION-OUT.
                   close RESULTS-MASTER.
                   if WS-SUSPENSE-OPEN = 'T'
                       close SUSPENSE-FILE
                   end-if.
                   if WS-MODE not = 'D'
                       close RECON-OUT
                       close OVERLAP-OUT
                       close RESULTS-MASTER
                       open i-o RESULTS-MASTER
                   end-if.
                   move 'F' to WS-SUSPENSE-OPEN.
                   open i-o SUSPENSE-FILE.
                   if WS-SUSPENSE-STATUS = '35'
                       or WS-SUSPENSE-STATUS = '05'
                       close SUSPENSE-FILE
                       open output SUSPENSE-FILE
                       close SUSPENSE-FILE
                       open i-o SUSPENSE-FILE
                   end-if.
                   if WS-SUSPENSE-STATUS = '00'
                       move 'T' to WS-SUSPENSE-OPEN
                   else
                       display "SUSPENSE LEDGER OPEN FAILED, STATUS : "
                           WS-SUSPENSE-STATUS
                   end-if.
                   open extend DETAIL-OUT.
                   if WS-DETAIL-STATUS = '35' or WS-DETAIL-STATUS = '05'
                       close DETAIL-OUT
                       end-if
                   end-perform.

      *>   A closed month's figures are frozen. A full run or a rerun
      *>   of one of its files is refused outright; a single-line
      *>   reprocess goes ahead only as a prior-period adjustment,
      *>   posted in the month it is made, and only while that month
      *>   is still open. A refusal posts nothing and its history
      *>   row records the attempt.
               CHECK-PERIOD-LOCK.
                   move spaces to WS-FILE-PERIOD.
                   move 'N' to WS-PERIOD-CLOSED.
                   move 'N' to WS-POST-CLOSED.
                   call 'filedate' using WS-INPUT-FILENAME WS-DAY-DATE
                   end-call.
                   if WS-DAY-DATE not = spaces
                       move WS-DAY-DATE(1:4) to WS-FILE-PERIOD(1:4)
                       move WS-DAY-DATE(6:2) to WS-FILE-PERIOD(5:2)
                       call 'perchk' using WS-FILE-PERIOD
                           WS-PERIOD-CLOSED
                       end-call
                   end-if.
                   if WS-PERIOD-CLOSED = 'Y'
                       display "PERIOD CLOSED : "WS-FILE-PERIOD
                       if LS-REPROCESS-LINE-NO = 0
                           move 'T' to WS-PERIOD-REFUSED
                           display "REFUSED - FILE IN CLOSED PERIOD : "
                               WS-INPUT-FILENAME
                       else
                           move FUNCTION CURRENT-DATE to WS-RUN-DATE
                           move WS-RUN-DATE(1:6) to WS-POST-PERIOD
                           call 'perchk' using WS-POST-PERIOD
                               WS-POST-CLOSED
                           end-call
                           if WS-POST-CLOSED = 'Y'
                               move 'T' to WS-PERIOD-REFUSED
                               display "REFUSED - NO OPEN PERIOD : "
                                   WS-POST-PERIOD
                           end-if
                       end-if
                   end-if.

      *>   A single-line reprocess and a forced rerun both move
      *>   posted figures, so both must stand behind an operator the
      *>   authorization table allows the action and a reason code
      *>   for the trail. A reprocess into a closed month is a
      *>   prior-period adjustment and takes that action's own
      *>   letter. A refusal posts nothing - the run ends here and
      *>   the history row records the attempt, the same way the
      *>   duplicate-run guard refuses a rerun.
               CHECK-AUTHORITY.
                   move space to WS-AUTH-ACTION.
                   if LS-REPROCESS-LINE-NO not = 0
                       if WS-PERIOD-CLOSED = 'Y'
                           move 'A' to WS-AUTH-ACTION
                       else
                           move 'P' to WS-AUTH-ACTION
                       end-if
                   else
                       if WS-FORCE-FLAG = 'Y'
                           move 'F' to WS-AUTH-ACTION
                       display "REFUSED - PASS FORCE FLAG Y TO RERUN"
                   end-if.

      *>   The results master is only started empty when nothing has
      *>   ever posted to it. Once the run history shows a posted run
      *>   (or a month-end or recovery row that carried figures), a
      *>   master that is not there has been lost, and one that will
      *>   not open has been damaged - the run fails with the status
      *>   before any line is read rather than posting onto a fresh
      *>   empty master, and the master is recovered with rsltrcv.
               CHECK-RESULTS-MASTER.
                   open i-o RESULTS-MASTER.
                   move WS-RESULTS-STATUS to WS-MASTER-STATUS.
                   evaluate true
                       when WS-MASTER-STATUS = '00'
                           close RESULTS-MASTER
                       when WS-MASTER-STATUS = '35'
                           or WS-MASTER-STATUS = '05'
                           close RESULTS-MASTER
                           perform FIND-POSTED-HISTORY
                           if WS-MASTER-EXPECTED = 'T'
                               move 'T' to WS-RUN-FAILED
                               move WS-MASTER-STATUS
                                   to WS-FAILED-STATUS
                               display "RESULTS MASTER MISSING : "
                                   "results.dat"
                               display "REFUSED - RECOVER THE MASTER "
                                   "BEFORE RUNNING"
                           end-if
                       when other
                           move 'T' to WS-RUN-FAILED
                           move WS-MASTER-STATUS to WS-FAILED-STATUS
                           display "RESULTS MASTER UNREADABLE : "
                               "results.dat"
                           display "FILE STATUS               : "
                               WS-MASTER-STATUS
                   end-evaluate.

               FIND-POSTED-HISTORY.
                   move 'F' to WS-MASTER-EXPECTED.
                   move 'F' to WS-HISTORY-EOF.
                   open input RUN-HISTORY.
                   if WS-RUNHIST-STATUS not = '00'
                       move 'T' to WS-HISTORY-EOF
                   end-if.
                   perform until WS-HISTORY-EOF = 'T'
                       read RUN-HISTORY
                           AT END move 'T' to WS-HISTORY-EOF
                           NOT AT END
                               if RH-STATUS = 'C' or RH-STATUS = 'R'
                                   or RH-STATUS = 'P'
                                   or RH-STATUS = space
                                   or (RH-STATUS = 'A'
                                       and RH-RECORD-COUNT > 0)
                                   move 'T' to WS-MASTER-EXPECTED
                               end-if
                       END-READ
                   end-perform.
                   if WS-RUNHIST-STATUS = '00' or
                       WS-RUNHIST-STATUS = '10'
                       close RUN-HISTORY
                   end-if.

      *>   A file that will not open is a failed run, not a zero-total
      *>   run - the status is kept for the caller and the run is
      *>   marked failed so nothing downstream mistakes it for a
                   close CHECKPOINT-FILE.

               REPROCESS-ONE-LINE.
                   perform CHECK-RESULTS-MASTER.
                   if WS-RUN-FAILED not = 'T'
                       move LS-REPROCESS-LINE-NO to INP-LINE-NO
                       open input INPUTFILE
                       if WS-INPUT-STATUS not = '00'
                           perform RECORD-OPEN-FAILURE
                       else
                           perform REPROCESS-INPUT-RECORD
                       end-if
                   end-if.

               REPROCESS-INPUT-RECORD.
                       end-if
                       add 1 to WS-LINE-COUNT
                       perform GET-OLD-RESULT
                       evaluate true
                           when WS-PERIOD-CLOSED = 'Y'
                               perform POST-PRIOR-PERIOD-ADJUSTMENT
                           when INP-DELETE-FLAG = 'D'
                               perform RETIRE-DELETED-LINE
                           when other
                               perform READ-LINE
                               if WS-VALID-COUNT > 0
                                   perform WRITE-ADJUSTMENT
                                   display "CORRECTED TOTAL : "
                                       WS-CORRECTED-TOTAL
                               end-if
                       end-evaluate
                   end-if.
                   close INPUTFILE.
                   close DETAIL-OUT.
                   close EXCEPTION-OUT.
                   close RESULTS-MASTER.
                   if WS-SUSPENSE-OPEN = 'T'
                       close SUSPENSE-FILE
                   end-if.
                   if WS-MODE not = 'D'
                       close RECON-OUT
                       close OVERLAP-OUT
                   evaluate true
                       when WS-AUTH-REFUSED = 'T'
                           move 'X' to RH-STATUS
                       when WS-PERIOD-REFUSED = 'T'
                           move 'X' to RH-STATUS
                       when WS-RUN-FAILED = 'T'
                           move 'F' to RH-STATUS
                       when LS-REPROCESS-LINE-NO not = 0
                   move WS-RULES-VERSION to RH-RULES-VERSION.
                   move WS-STATION-ID to RH-STATION-ID.
                   if WS-AUTH-ACTION not = space
                       or WS-PERIOD-REFUSED = 'T'
                       move WS-OPERATOR-ID to RH-OPERATOR-ID
                       move WS-REASON-CODE to RH-REASON-CODE
                   end-if.
                   end-if.
                   write RUNHIST-LINE.
                   close RUN-HISTORY.
                   move RH-STATUS to WS-HIST-STATUS.
                   move RH-TIMESTAMP to WS-HIST-STAMP.

      *>   Keep the results master in step with every detail row that
      *>   posts - a first pass over a line WRITEs its key, a
                   write RESULT-REC
                       invalid key rewrite RESULT-REC
                   end-write.
                   perform CLEAR-EXCEPTION-ITEM.

      *>   A line the scan could not value goes into suspense under
      *>   this file and line number. Found again, an open item
      *>   keeps the date it first went in, a corrected one reopens
      *>   from today and a written-off one stays written off.
               OPEN-EXCEPTION-ITEM.
                   if WS-SUSPENSE-OPEN = 'T'
                       move FUNCTION CURRENT-DATE to WS-RUN-DATE
                       move WS-INPUT-FILENAME to SUS-SOURCE-FILENAME
                       move LINE-NO to SUS-LINE-NO
                       move 'X' to SUS-ITEM-TYPE
                       read SUSPENSE-FILE record
                           key is SUS-KEY
                           invalid key perform WRITE-EXCEPTION-ITEM
                           not invalid key
                               perform REFRESH-EXCEPTION-ITEM
                       end-read
                   end-if.

               WRITE-EXCEPTION-ITEM.
                   move spaces to SUSPENSE-REC.
                   move WS-INPUT-FILENAME to SUS-SOURCE-FILENAME.
                   move LINE-NO to SUS-LINE-NO.
                   move 'X' to SUS-ITEM-TYPE.
                   move WS-STATION-ID to SUS-STATION-ID.
                   move 'N' to SUS-REASON.
                   move WS-RUN-DATE(1:8) to SUS-DATE-IN.
                   move 'O' to SUS-STATUS.
                   move WS-RUN-DATE to SUS-LAST-SEEN.
                   move CURRENT-LINE to SUS-LINE-TEXT.
                   write SUSPENSE-REC
                       invalid key
                           display "SUSPENSE WRITE FAILED : "LINE-NO
                   end-write.

               REFRESH-EXCEPTION-ITEM.
                   if SUS-STATUS = 'C'
                       move 'O' to SUS-STATUS
                       move WS-RUN-DATE(1:8) to SUS-DATE-IN
                       move spaces to SUS-CLOSED-DATE
                       move spaces to SUS-CLOSED-BY
                       move spaces to SUS-CLOSE-REASON
                   end-if.
                   move WS-STATION-ID to SUS-STATION-ID.
                   move WS-RUN-DATE to SUS-LAST-SEEN.
                   move CURRENT-LINE to SUS-LINE-TEXT.
                   rewrite SUSPENSE-REC.

      *>   A line that posts - on a rerun, a reprocess, or a
      *>   maintenance correction or deletion driving one - has left
      *>   suspense. The item closes under the operator and reason
      *>   code that stood behind the run, spaces for a plain rerun.
               CLEAR-EXCEPTION-ITEM.
                   if WS-SUSPENSE-OPEN = 'T'
                       move WS-INPUT-FILENAME to SUS-SOURCE-FILENAME
                       move LINE-NO to SUS-LINE-NO
                       move 'X' to SUS-ITEM-TYPE
                       read SUSPENSE-FILE record
                           key is SUS-KEY
                           invalid key continue
                           not invalid key
                               perform CLOSE-EXCEPTION-ITEM
                       end-read
                   end-if.

               CLOSE-EXCEPTION-ITEM.
                   if SUS-STATUS = 'O'
                       move FUNCTION CURRENT-DATE to WS-RUN-DATE
                       move 'C' to SUS-STATUS
                       move WS-RUN-DATE(1:8) to SUS-CLOSED-DATE
                       move WS-OPERATOR-ID to SUS-CLOSED-BY
                       move WS-REASON-CODE to SUS-CLOSE-REASON
                       rewrite SUSPENSE-REC
                   end-if.

               GET-OLD-RESULT.
                   move 'F' to WS-OLD-FOUND.
                       END-READ
                   end-perform.

      *>   Reprocess of a line in a closed month. The closed figures
      *>   stand as frozen - no detail row, no results master
      *>   rewrite, no adjustment against the closed day. The line
      *>   is valued by the same scan the standing run used and the
      *>   move from the value it stood at (as closed, or as last
      *>   adjusted since) is posted as a dated prior-period
      *>   adjustment in the open month. A deleted line moves to
      *>   zero; a line the scan still cannot value posts nothing.
               POST-PRIOR-PERIOD-ADJUSTMENT.
                   if WS-STATION-ID = spaces
                       perform FIND-CLOSED-STATION
                   end-if.
                   perform FIND-LAST-PRIOR-ADJUSTMENT.
                   if INP-DELETE-FLAG = 'D'
                       move 0 to LINEVALUE
                       move 'T' to WS-LINE-VALUED
                   else
                       perform VALUE-PRIOR-LINE
                   end-if.
                   if WS-LINE-VALUED = 'T'
                       add LINEVALUE to TOTAL
                       perform WRITE-PRIOR-ADJUSTMENT
                       perform CLEAR-EXCEPTION-ITEM
                       display "PRIOR-PERIOD ADJUSTMENT : "
                           WS-POST-PERIOD
                   else
                       display "LINE CANNOT BE VALUED : "LINE-NO
                   end-if.

               FIND-LAST-PRIOR-ADJUSTMENT.
                   move 'F' to WS-PRIOR-ADJ-EOF.
                   open input PRIOR-ADJ-FILE.
                   if WS-PRIOR-ADJ-STATUS not = '00'
                       move 'T' to WS-PRIOR-ADJ-EOF
                   end-if.
                   perform until WS-PRIOR-ADJ-EOF = 'T'
                       read PRIOR-ADJ-FILE
                           AT END move 'T' to WS-PRIOR-ADJ-EOF
                           NOT AT END
                               if PPA-INPUT-FILENAME
                                   = WS-INPUT-FILENAME
                                   and PPA-LINE-NO = LINE-NO
                                   move PPA-NEW-VALUE
                                       to WS-OLD-LINEVALUE
                               end-if
                       END-READ
                   end-perform.
                   if WS-PRIOR-ADJ-STATUS = '00' or
                       WS-PRIOR-ADJ-STATUS = '10'
                       close PRIOR-ADJ-FILE
                   end-if.

      *>   A line inserted by maintenance carries no station stamp -
      *>   the adjustment takes the station the close froze the day
      *>   under.
               FIND-CLOSED-STATION.
                   move 'F' to WS-LEDGER-EOF.
                   open input LEDGER-IN.
                   if WS-LEDGER-STATUS not = '00'
                       move 'T' to WS-LEDGER-EOF
                   end-if.
                   perform until WS-LEDGER-EOF = 'T'
                       read LEDGER-IN
                           AT END move 'T' to WS-LEDGER-EOF
                           NOT AT END
                               if PLG-PERIOD = WS-FILE-PERIOD
                                   and PLG-LABEL = 'DAY'
                                   and PLG-INPUT-FILENAME
                                       = WS-INPUT-FILENAME
                                   move PLG-STATION-ID
                                       to WS-STATION-ID
                               end-if
                       END-READ
                   end-perform.
                   if WS-LEDGER-STATUS = '00' or
                       WS-LEDGER-STATUS = '10'
                       close LEDGER-IN
                   end-if.

      *>   The standing run's scan without its postings - digits
      *>   alone in mode D, digits and words otherwise, the scan the
      *>   posted figure came from in each mode.
               VALUE-PRIOR-LINE.
                   move 'F' to WS-LINE-VALUED.
                   move 0 to CHARCOUNT.
                   inspect CURRENT-LINE TALLYING CHARCOUNT
                       for characters
                       before X"00".
                   if WS-MODE = 'D'
                       perform SCAN-DIGITS-ONLY
                       if D-FIRSTREACHED = 'T'
                           string D-FIRSTD, D-LASTD into LINEVALUE
                           move 'T' to WS-LINE-VALUED
                       end-if
                   else
                       perform SCAN-DIGITS-AND-WORDS
                       if W-FIRSTREACHED = 'T'
                           string W-FIRSTD, W-LASTD into LINEVALUE
                           move 'T' to WS-LINE-VALUED
                       end-if
                   end-if.

               WRITE-PRIOR-ADJUSTMENT.
                   move spaces to PRIOR-ADJ-LINE.
                   move FUNCTION CURRENT-DATE to PPA-TIMESTAMP.
                   move WS-POST-PERIOD to PPA-POST-PERIOD.
                   move WS-FILE-PERIOD to PPA-CLOSED-PERIOD.
                   move WS-INPUT-FILENAME to PPA-INPUT-FILENAME.
                   move LINE-NO to PPA-LINE-NO.
                   move WS-STATION-ID to PPA-STATION-ID.
                   move WS-OLD-LINEVALUE to PPA-OLD-VALUE.
                   move LINEVALUE to PPA-NEW-VALUE.
                   compute WS-ADJ-DELTA =
                       LINEVALUE - WS-OLD-LINEVALUE.
                   move WS-ADJ-DELTA to PPA-DELTA.
                   move WS-OPERATOR-ID to PPA-OPERATOR-ID.
                   move WS-REASON-CODE to PPA-REASON-CODE.
                   open extend PRIOR-ADJ-FILE.
                   if WS-PRIOR-ADJ-STATUS = '35'
                       or WS-PRIOR-ADJ-STATUS = '05'
                       close PRIOR-ADJ-FILE
                       open output PRIOR-ADJ-FILE
                   end-if.
                   write PRIOR-ADJ-LINE.
                   close PRIOR-ADJ-FILE.

      *>   One interface file per posted run: H header with the run
      *>   date, input filename and the scan-rules version the totals
      *>   were produced under, one D detail carrying the total, the
                   move WS-MAX-VALUE to FDD-MAX.
                   move WS-AVG-VALUE to FDD-AVG.
                   move WS-STATION-ID to FDD-STATION-ID.
                   perform LOOKUP-STATION-NAME.
                   write FEED-DETAIL.
                   move spaces to FEED-TRAILER.
                   move 'T' to FDT-RECORD-TYPE.
                   write FEED-TRAILER.
                   close FEED-OUT.

      *>   The feed names the instrument as the station master has
      *>   it - left blank when the master cannot say.
               LOOKUP-STATION-NAME.
                   move spaces to FDD-STATION-NAME.
                   open input STATION-MASTER.
                   if WS-STATION-STATUS = '00'
                       move WS-STATION-ID to STM-STATION-ID
                       read STATION-MASTER record
                           key is STM-STATION-ID
                           invalid key continue
                           not invalid key
                               move STM-STATION-NAME
                                   to FDD-STATION-NAME
                       end-read
                       close STATION-MASTER
                   end-if.

               WRITE-STATS-REPORT.
                   if WS-VALID-COUNT > 0
                       compute WS-AVG-VALUE rounded =
                       close PAIRS-OUT
                       open output PAIRS-OUT
                   end-if.
                   call 'filedate' using WS-INPUT-FILENAME WS-DAY-DATE
                   end-call.
                   perform varying WS-PI from 1 by 1 until WS-PI > 10
                       perform varying WS-PJ from 1 by 1
                           until WS-PJ > 10
                               compute PAIR-LASTD = WS-PJ - 1
                               move WS-PAIR-CELL(WS-PI, WS-PJ)
                                   to PAIR-COUNT
                               move WS-STATION-ID to PAIR-STATION-ID
                               move WS-DAY-DATE to PAIR-DAY-DATE
                               move WS-HIST-STATUS to PAIR-RUN-STATUS
                               move WS-HIST-STAMP to PAIR-RUN-STAMP
                               move WS-INPUT-FILENAME
                                   to PAIR-INPUT-FILENAME
                               write PAIR-LINE
                           end-if
                       end-perform
                                   to EXC-INPUT-FILENAME
                               move CURRENT-LINE to EXC-CURRENT-LINE
                               write EXCEPTION-LINE
                               perform OPEN-EXCEPTION-ITEM
                           else
                               string D-FIRSTD, D-LASTD into LINEVALUE
                               add LINEVALUE to TOTAL
                                   to EXC-INPUT-FILENAME
                               move CURRENT-LINE to EXC-CURRENT-LINE
                               write EXCEPTION-LINE
                               perform OPEN-EXCEPTION-ITEM
                           else
                               string W-FIRSTD, W-LASTD into LINEVALUE
                               add LINEVALUE to TOTAL
                                   to EXC-INPUT-FILENAME
                               move CURRENT-LINE to EXC-CURRENT-LINE
                               write EXCEPTION-LINE
                               perform OPEN-EXCEPTION-ITEM
                           else
                               string W-FIRSTD, W-LASTD into LINEVALUE
                               add LINEVALUE to TOTAL
