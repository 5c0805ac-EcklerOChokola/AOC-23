       identification division.
               program-id. rsltrcv.
               author. eckler.
               date-written. 15/10/2026.

      *>   Recovery for the posted-results master. results.dat is the
      *>   one copy of each line's currently-posted value that the
      *>   reprocess, the corrected day total, the rules simulation
      *>   and the balance all stand on - if it is lost or damaged
      *>   it cannot be recreated by rerunning the days, because a
      *>   rerun is itself a change to the books. This job rebuilds
      *>   it instead from the trail the engine leaves behind as it
      *>   posts:
      *>   - every detail row, in the order it was written, later
      *>     rows for a line standing over earlier ones - a first
      *>     pass, a rerun, a reprocess and the retirement of a
      *>     deleted line all post their value there;
      *>   - the adjustment trail, in timestamp order, each
      *>     adjustment standing unless a full run or rerun of its
      *>     file has posted since;
      *>   - the maintenance log's logical deletes, which hold a
      *>     line at zero until a later replace restores it - a
      *>     delete made in a closed month posted as a prior-period
      *>     adjustment instead and is left alone;
      *>   - and, for periods the month-end job has already purged,
      *>     the archived generations of the same files, read in
      *>     period order ahead of the live ones. The generations
      *>     are found the way the month-end job records them - its
      *>     own audit row in each run log names the period it cut.
      *>
      *>   The rebuild is made into a work master of its own and then
      *>   compared key by key against the live master, every key
      *>   missing from it, extra in it or posted at a different
      *>   value going to the verify report. Mode V stops there and
      *>   changes nothing. Mode R then replaces the live master with
      *>   the rebuild - a privileged action, checked against the
      *>   authorization table, recorded on the run history under
      *>   the operator and reason code that stood behind it, and
      *>   refused outright while any generation the trail names
      *>   cannot be read or the trail holds nothing to rebuild
      *>   from.

       environment division.
               input-output section.
                   file-control.
                   select HISTORY-FILE assign to dynamic WS-HIST-NAME
                   organization is line sequential
                   file status is WS-HIST-STATUS.
                   select DETAIL-IN assign to dynamic WS-DETAIL-NAME
                   organization is line sequential
                   file status is WS-DETAIL-STATUS.
                   select ADJUST-IN assign to dynamic WS-ADJUST-NAME
                   organization is line sequential
                   file status is WS-ADJUST-STATUS.
                   select MAINT-LOG assign to 'maint-log.txt'
                   organization is line sequential
                   file status is WS-LOG-STATUS.
                   select PERIOD-FILE assign to 'period.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is PER-PERIOD
                   file status is WS-PERIOD-STATUS.
                   select RESULTS-MASTER assign to 'results.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is RM-KEY
                   file status is WS-RESULTS-STATUS.
                   select REBUILD-MASTER
                   assign to 'results-rebuild.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is RB-KEY
                   file status is WS-REBUILD-STATUS.
                   select VERIFY-OUT assign to 'results-verify.txt'
                   organization is line sequential
                   file status is WS-VERIFY-STATUS.
                   select SORT-WORK assign to 'rsltrcv-sort.tmp'.

       data division.
               file section.
               fd HISTORY-FILE.
               copy "runhrec.cpy".

               fd DETAIL-IN.
               copy "detlrec.cpy".

               fd ADJUST-IN.
               copy "adjrec.cpy".

               fd MAINT-LOG.
               copy "maudrec.cpy".

               fd PERIOD-FILE.
               copy "perrec.cpy".

               fd RESULTS-MASTER.
               copy "rsltrec.cpy".

      *>   The work master the rebuild is made into - the results
      *>   master's own layout under its own names.
               fd REBUILD-MASTER.
               01 REBUILD-REC.
                   05 RB-KEY.
                       10 RB-INPUT-FILENAME pic X(64).
                       10 RB-LINE-NO        pic 9(6).
                   05 RB-LINEVALUE          pic 9(2).

               fd VERIFY-OUT.
               copy "rvfyrec.cpy".

      *>   One sort record per adjustment row, live or archived, so
      *>   the trail is applied in the order it was made.
               sd SORT-WORK.
               01 SORT-REC.
                   05 SA-TIMESTAMP       pic X(21).
                   05 SA-INPUT-FILENAME  pic X(64).
                   05 SA-LINE-NO         pic 9(6).
                   05 SA-NEW-VALUE       pic 9(2).

               working-storage section.
               01 WS-HIST-NAME         pic X(64).
               01 WS-DETAIL-NAME       pic X(64).
               01 WS-ADJUST-NAME       pic X(64).
               01 WS-HIST-STATUS       pic XX.
               01 WS-DETAIL-STATUS     pic XX.
               01 WS-ADJUST-STATUS     pic XX.
               01 WS-LOG-STATUS        pic XX.
               01 WS-PERIOD-STATUS     pic XX.
               01 WS-RESULTS-STATUS    pic XX.
               01 WS-REBUILD-STATUS    pic XX.
               01 WS-VERIFY-STATUS     pic XX.
               01 WS-MODE              pic X value 'V'.
               01 WS-RUN-DATE          pic X(21).
               01 WS-FILE-EOF          pic A.
               01 WS-SORT-EOF          pic A.
               01 WS-LIVE-EOF          pic A.
               01 WS-REBUILT-EOF       pic A.
               01 WS-PERIOD-OPEN       pic A.
               01 WS-REBUILD-FAILED    pic A value 'F'.
               01 WS-AUDIT-STATUS      pic X.
               01 WS-DELETE-STANDS     pic A.
               01 WS-LIVE-UNREADABLE   pic A value 'F'.
               01 WS-GEN-BASE          pic X(20).
               01 WS-GEN-NAME          pic X(64).
               01 WS-DAY-DATE          pic X(10).
               01 WS-VERDICT           pic X(9).
               01 WS-LIVE-KEY          pic X(70).
               01 WS-REBUILT-KEY       pic X(70).
               01 WS-LIVE-VALUE        pic 9(2).
               01 WS-REBUILT-VALUE     pic 9(2).
      *>   Who stands behind a rebuild - the master is replaced only
      *>   for an operator the authorization table allows it.
               01 WS-OPERATOR-ID       pic X(8).
               01 WS-REASON-CODE       pic X(4).
               01 WS-AUTH-ACTION       pic X value 'M'.
               01 WS-AUTH-RESULT       pic X.
               01 WS-DETAIL-ROWS       pic 9(7) value 0.
               01 WS-DETAIL-SKIPPED    pic 9(6) value 0.
               01 WS-ADJ-APPLIED       pic 9(6) value 0.
               01 WS-ADJ-SUPERSEDED    pic 9(6) value 0.
               01 WS-DELETES-HELD      pic 9(6) value 0.
               01 WS-DELETES-FROZEN    pic 9(6) value 0.
               01 WS-GEN-MISSING       pic 9(3) value 0.
               01 WS-KEYS-REBUILT      pic 9(7) value 0.
               01 WS-KEYS-WRITTEN      pic 9(7) value 0.
               01 WS-MISSING-COUNT     pic 9(7) value 0.
               01 WS-EXTRA-COUNT       pic 9(7) value 0.
               01 WS-DIFFERENT-COUNT   pic 9(7) value 0.
      *>   Each period the month-end job has cut, in period order,
      *>   with whether its run-log generation has been read yet for
      *>   the audit row naming the period cut before it.
               01 WS-NEW-PERIOD        pic X(6).
               01 WS-MORE-PERIODS      pic A.
               01 WS-PERIOD-COUNT      pic 9(3) value 0.
               01 WS-PI                pic 9(3).
               01 WS-PJ                pic 9(3).
               01 WS-PK                pic 9(3).
               01 WS-PERIOD-TABLE.
                   05 WS-PERIOD-ENTRY occurs 120 times.
                       10 PT-PERIOD      pic X(6).
                       10 PT-PROBED      pic A.
      *>   Each file's latest full run or rerun - an adjustment made
      *>   before it was posted over by it.
               01 WS-FILE-COUNT        pic 9(4) value 0.
               01 WS-FI                pic 9(4).
               01 WS-MATCH-ROW         pic 9(4).
               01 WS-MATCH-NAME        pic X(64).
               01 WS-FILE-TABLE.
                   05 WS-FILE-ENTRY occurs 3000 times.
                       10 FT-FILENAME    pic X(64).
                       10 FT-LAST-RUN    pic X(21).
      *>   Each line the maintenance log has deleted, and whether
      *>   the delete still stands.
               01 WS-DELETE-COUNT      pic 9(4) value 0.
               01 WS-DI                pic 9(4).
               01 WS-DELETE-ROW        pic 9(4).
               01 WS-DELETE-TABLE.
                   05 WS-DELETE-ENTRY occurs 1000 times.
                       10 DT-FILENAME    pic X(64).
                       10 DT-LINE-NO     pic 9(6).
                       10 DT-DELETED     pic A.

               linkage section.
               01 LS-MODE              pic X.
               01 LS-OPERATOR-ID       pic X(8).
               01 LS-REASON-CODE       pic X(4).

       procedure division using LS-MODE LS-OPERATOR-ID
               LS-REASON-CODE.
               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               if LS-MODE = 'R' or LS-MODE = 'V'
                   move LS-MODE to WS-MODE
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
               display "RECOVERY MODE : "WS-MODE.

               if WS-MODE = 'R'
                   move 'N' to WS-AUTH-RESULT
                   call 'authchk' using WS-OPERATOR-ID WS-REASON-CODE
                       WS-AUTH-ACTION WS-AUTH-RESULT
                   end-call
                   if WS-AUTH-RESULT not = 'Y'
                       display "REBUILD REFUSED - NOT AUTHORIZED"
                       move 'X' to WS-AUDIT-STATUS
                       perform WRITE-AUDIT-ROW
                       move 8 to RETURN-CODE
                       goback
                   end-if
               end-if.

               perform FIND-ARCHIVE-PERIODS.
               perform LOAD-FULL-RUNS.
               open output REBUILD-MASTER.
               close REBUILD-MASTER.
               open i-o REBUILD-MASTER.
               if WS-REBUILD-STATUS not = '00'
                   display "WORK MASTER OPEN FAILED, STATUS : "
                       WS-REBUILD-STATUS
                   if WS-MODE = 'R'
                       move 'F' to WS-AUDIT-STATUS
                       perform WRITE-AUDIT-ROW
                   end-if
                   move 8 to RETURN-CODE
                   goback
               end-if.
               perform REPLAY-DETAIL.
               sort SORT-WORK
                   on ascending key SA-TIMESTAMP
                   with duplicates in order
                   input procedure is RELEASE-ADJUSTMENTS
                   output procedure is APPLY-ADJUSTMENTS.
               perform APPLY-LINE-DELETES.
               close REBUILD-MASTER.
               perform COMPARE-WITH-LIVE.

               display "PERIODS ARCHIVED    : "WS-PERIOD-COUNT.
               display "GENERATIONS MISSING : "WS-GEN-MISSING.
               display "DETAIL ROWS         : "WS-DETAIL-ROWS.
               display "ADJUSTMENTS APPLIED : "WS-ADJ-APPLIED.
               display "ADJUSTMENTS RERUN   : "WS-ADJ-SUPERSEDED.
               display "DELETES HELD        : "WS-DELETES-HELD.
               display "DELETES AFTER CLOSE : "WS-DELETES-FROZEN.
               display "KEYS REBUILT        : "WS-KEYS-REBUILT.
               display "KEYS MISSING        : "WS-MISSING-COUNT.
               display "KEYS EXTRA          : "WS-EXTRA-COUNT.
               display "KEYS DIFFERENT      : "WS-DIFFERENT-COUNT.

               if WS-MODE = 'R'
                   perform REPLACE-LIVE-MASTER
                   if WS-REBUILD-FAILED = 'T'
                       move 'F' to WS-AUDIT-STATUS
                   else
                       move 'A' to WS-AUDIT-STATUS
                   end-if
                   perform WRITE-AUDIT-ROW
                   if WS-REBUILD-FAILED = 'T'
                       move 8 to RETURN-CODE
                   else
                       move 0 to RETURN-CODE
                   end-if
               else
                   evaluate true
                       when WS-GEN-MISSING > 0
                           move 8 to RETURN-CODE
                       when WS-LIVE-UNREADABLE = 'T'
                           move 8 to RETURN-CODE
                       when WS-MISSING-COUNT > 0
                           or WS-EXTRA-COUNT > 0
                           or WS-DIFFERENT-COUNT > 0
                           move 4 to RETURN-CODE
                       when other
                           move 0 to RETURN-CODE
                   end-evaluate
               end-if.
               goback.

      *>   The live run log carries the month-end job's audit row for
      *>   the last period it cut; that period's run-log generation
      *>   carries the row for the one before, and so back to the
      *>   first cut. Each period is read once, and held in period
      *>   order however the rows turn up.
               FIND-ARCHIVE-PERIODS.
                   move 'run-log.txt' to WS-HIST-NAME.
                   perform NOTE-ARCHIVE-ROWS.
                   move 'T' to WS-MORE-PERIODS.
                   perform until WS-MORE-PERIODS = 'F'
                       move 'F' to WS-MORE-PERIODS
                       perform varying WS-PI from 1 by 1
                           until WS-PI > WS-PERIOD-COUNT
                               or WS-MORE-PERIODS = 'T'
                           if PT-PROBED(WS-PI) = 'F'
                               move 'T' to PT-PROBED(WS-PI)
                               move 'T' to WS-MORE-PERIODS
                               move WS-PI to WS-PJ
                           end-if
                       end-perform
                       if WS-MORE-PERIODS = 'T'
                           move 'run-log.txt' to WS-GEN-BASE
                           move PT-PERIOD(WS-PJ) to WS-NEW-PERIOD
                           perform BUILD-GENERATION-NAME
                           move WS-GEN-NAME to WS-HIST-NAME
                           perform NOTE-ARCHIVE-ROWS
                       end-if
                   end-perform.

               NOTE-ARCHIVE-ROWS.
                   move 'F' to WS-FILE-EOF.
                   open input HISTORY-FILE.
                   if WS-HIST-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                       if WS-HIST-NAME not = 'run-log.txt'
                           add 1 to WS-GEN-MISSING
                           display "GENERATION NOT READABLE : "
                               WS-HIST-NAME
                           display "  STATUS                : "
                               WS-HIST-STATUS
                       end-if
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read HISTORY-FILE
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if RH-STATUS = 'A' and RH-MODE = 'A'
                                   and RH-INPUT-FILENAME(1:8)
                                       = 'archive.'
                                   move RH-INPUT-FILENAME(9:6)
                                       to WS-NEW-PERIOD
                                   perform ADD-ARCHIVE-PERIOD
                               end-if
                       END-READ
                   end-perform.
                   if WS-HIST-STATUS = '00' or WS-HIST-STATUS = '10'
                       close HISTORY-FILE
                   end-if.

               ADD-ARCHIVE-PERIOD.
                   move 0 to WS-PK.
                   perform varying WS-PI from 1 by 1
                       until WS-PI > WS-PERIOD-COUNT or WS-PK > 0
                       if PT-PERIOD(WS-PI) not < WS-NEW-PERIOD
                           move WS-PI to WS-PK
                       end-if
                   end-perform.
                   evaluate true
                       when WS-PK > 0
                           and PT-PERIOD(WS-PK) = WS-NEW-PERIOD
                           continue
                       when WS-PERIOD-COUNT not < 120
                           display "ARCHIVE PERIODS PAST TABLE LIMIT"
                           add 1 to WS-GEN-MISSING
                       when other
                           if WS-PK = 0
                               compute WS-PK = WS-PERIOD-COUNT + 1
                           end-if
                           perform varying WS-PI from WS-PERIOD-COUNT
                               by -1 until WS-PI < WS-PK
                               move WS-PERIOD-ENTRY(WS-PI)
                                   to WS-PERIOD-ENTRY(WS-PI + 1)
                           end-perform
                           add 1 to WS-PERIOD-COUNT
                           move WS-NEW-PERIOD to PT-PERIOD(WS-PK)
                           move 'F' to PT-PROBED(WS-PK)
                   end-evaluate.

               BUILD-GENERATION-NAME.
                   move spaces to WS-GEN-NAME.
                   string WS-GEN-BASE delimited by space
                       "." delimited by size
                       WS-NEW-PERIOD delimited by space
                       into WS-GEN-NAME
                   end-string.

      *>   Rows written before the status byte existed read back as
      *>   spaces and are completed runs.
               LOAD-FULL-RUNS.
                   perform varying WS-PJ from 1 by 1
                       until WS-PJ > WS-PERIOD-COUNT
                       move 'run-log.txt' to WS-GEN-BASE
                       move PT-PERIOD(WS-PJ) to WS-NEW-PERIOD
                       perform BUILD-GENERATION-NAME
                       move WS-GEN-NAME to WS-HIST-NAME
                       perform READ-FULL-RUNS
                   end-perform.
                   move 'run-log.txt' to WS-HIST-NAME.
                   perform READ-FULL-RUNS.

               READ-FULL-RUNS.
                   move 'F' to WS-FILE-EOF.
                   open input HISTORY-FILE.
                   if WS-HIST-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read HISTORY-FILE
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if RH-STATUS = 'C' or RH-STATUS = 'R'
                                   or RH-STATUS = space
                                   perform NOTE-FULL-RUN
                               end-if
                       END-READ
                   end-perform.
                   if WS-HIST-STATUS = '00' or WS-HIST-STATUS = '10'
                       close HISTORY-FILE
                   end-if.

               NOTE-FULL-RUN.
                   move RH-INPUT-FILENAME to WS-MATCH-NAME.
                   perform FIND-FILE-ROW.
                   if WS-MATCH-ROW = 0
                       if WS-FILE-COUNT < 3000
                           add 1 to WS-FILE-COUNT
                           move WS-FILE-COUNT to WS-MATCH-ROW
                           move RH-INPUT-FILENAME
                               to FT-FILENAME(WS-MATCH-ROW)
                       else
                           display "RUN HISTORY PAST TABLE LIMIT"
                           add 1 to WS-GEN-MISSING
                       end-if
                   end-if.
                   if WS-MATCH-ROW > 0
                       move RH-TIMESTAMP to FT-LAST-RUN(WS-MATCH-ROW)
                   end-if.

               FIND-FILE-ROW.
                   move 0 to WS-MATCH-ROW.
                   perform varying WS-FI from 1 by 1
                       until WS-FI > WS-FILE-COUNT
                           or WS-MATCH-ROW > 0
                       if FT-FILENAME(WS-FI) = WS-MATCH-NAME
                           move WS-FI to WS-MATCH-ROW
                       end-if
                   end-perform.

      *>   A period with nothing in a file is not cut to a generation
      *>   of it, so a detail or adjustment generation that is not
      *>   there is noted and passed over.
               REPLAY-DETAIL.
                   perform varying WS-PJ from 1 by 1
                       until WS-PJ > WS-PERIOD-COUNT
                       move 'detail.txt' to WS-GEN-BASE
                       move PT-PERIOD(WS-PJ) to WS-NEW-PERIOD
                       perform BUILD-GENERATION-NAME
                       move WS-GEN-NAME to WS-DETAIL-NAME
                       perform READ-DETAIL-FILE
                   end-perform.
                   move 'detail.txt' to WS-DETAIL-NAME.
                   perform READ-DETAIL-FILE.

               READ-DETAIL-FILE.
                   move 'F' to WS-FILE-EOF.
                   open input DETAIL-IN.
                   if WS-DETAIL-STATUS not = '00'
                       display "NO DETAIL IN : "WS-DETAIL-NAME
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read DETAIL-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END perform POST-DETAIL-ROW
                       END-READ
                   end-perform.
                   if WS-DETAIL-STATUS = '00' or
                       WS-DETAIL-STATUS = '10'
                       close DETAIL-IN
                   end-if.

      *>   Rows written before the detail carried its filename
      *>   cannot be keyed and are counted out.
               POST-DETAIL-ROW.
                   if DET-INPUT-FILENAME = spaces
                       add 1 to WS-DETAIL-SKIPPED
                   else
                       add 1 to WS-DETAIL-ROWS
                       move DET-INPUT-FILENAME to RB-INPUT-FILENAME
                       move DET-LINE-NO to RB-LINE-NO
                       move DET-LINEVALUE to RB-LINEVALUE
                       perform POST-REBUILT-VALUE
                   end-if.

               POST-REBUILT-VALUE.
                   write REBUILD-REC
                       invalid key rewrite REBUILD-REC
                   end-write.

               RELEASE-ADJUSTMENTS.
                   perform varying WS-PJ from 1 by 1
                       until WS-PJ > WS-PERIOD-COUNT
                       move 'adjustments.txt' to WS-GEN-BASE
                       move PT-PERIOD(WS-PJ) to WS-NEW-PERIOD
                       perform BUILD-GENERATION-NAME
                       move WS-GEN-NAME to WS-ADJUST-NAME
                       perform READ-ADJUST-FILE
                   end-perform.
                   move 'adjustments.txt' to WS-ADJUST-NAME.
                   perform READ-ADJUST-FILE.

               READ-ADJUST-FILE.
                   move 'F' to WS-FILE-EOF.
                   open input ADJUST-IN.
                   if WS-ADJUST-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read ADJUST-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               move ADJ-TIMESTAMP to SA-TIMESTAMP
                               move ADJ-INPUT-FILENAME
                                   to SA-INPUT-FILENAME
                               move ADJ-LINE-NO to SA-LINE-NO
                               move ADJ-NEW-VALUE to SA-NEW-VALUE
                               release SORT-REC
                       END-READ
                   end-perform.
                   if WS-ADJUST-STATUS = '00' or
                       WS-ADJUST-STATUS = '10'
                       close ADJUST-IN
                   end-if.

      *>   An adjustment made before its file's latest full run or
      *>   rerun was posted over by that run - its value stands only
      *>   through whatever detail row the run left for the line.
               APPLY-ADJUSTMENTS.
                   move 'F' to WS-SORT-EOF.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-WORK record
                           AT END move 'T' to WS-SORT-EOF
                           NOT AT END perform APPLY-ONE-ADJUSTMENT
                       END-RETURN
                   end-perform.

               APPLY-ONE-ADJUSTMENT.
                   move SA-INPUT-FILENAME to WS-MATCH-NAME.
                   perform FIND-FILE-ROW.
                   if WS-MATCH-ROW > 0
                       and SA-TIMESTAMP not > FT-LAST-RUN(WS-MATCH-ROW)
                       add 1 to WS-ADJ-SUPERSEDED
                   else
                       add 1 to WS-ADJ-APPLIED
                       move SA-INPUT-FILENAME to RB-INPUT-FILENAME
                       move SA-LINE-NO to RB-LINE-NO
                       move SA-NEW-VALUE to RB-LINEVALUE
                       perform POST-REBUILT-VALUE
                   end-if.

      *>   A logically deleted line stays out of every later run, so
      *>   it stands at zero until a replace brings it back - whether
      *>   or not the reprocess that retired it went through, since
      *>   the change to the file stood either way. A delete made
      *>   after its file's month closed was posted as a prior-period
      *>   adjustment and never touched the master.
               APPLY-LINE-DELETES.
                   move 'F' to WS-PERIOD-OPEN.
                   open input PERIOD-FILE.
                   if WS-PERIOD-STATUS = '00'
                       move 'T' to WS-PERIOD-OPEN
                   end-if.
                   move 'F' to WS-FILE-EOF.
                   open input MAINT-LOG.
                   if WS-LOG-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read MAINT-LOG
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if MAU-DISPOSITION = 'APPLIED'
                                   or MAU-DISPOSITION = 'FAILED'
                                   perform NOTE-MAINT-ROW
                               end-if
                       END-READ
                   end-perform.
                   if WS-LOG-STATUS = '00' or WS-LOG-STATUS = '10'
                       close MAINT-LOG
                   end-if.
                   if WS-PERIOD-OPEN = 'T'
                       close PERIOD-FILE
                   end-if.
                   perform varying WS-DI from 1 by 1
                       until WS-DI > WS-DELETE-COUNT
                       if DT-DELETED(WS-DI) = 'T'
                           add 1 to WS-DELETES-HELD
                           move DT-FILENAME(WS-DI) to RB-INPUT-FILENAME
                           move DT-LINE-NO(WS-DI) to RB-LINE-NO
                           move 0 to RB-LINEVALUE
                           perform POST-REBUILT-VALUE
                       end-if
                   end-perform.

               NOTE-MAINT-ROW.
                   evaluate MAU-ACTION
                       when 'D'
                           perform CHECK-DELETE-PERIOD
                           if WS-DELETE-STANDS = 'T'
                               perform FIND-DELETE-ROW
                               if WS-DELETE-ROW > 0
                                   move 'T'
                                       to DT-DELETED(WS-DELETE-ROW)
                               end-if
                           end-if
                       when 'R'
                           perform FIND-DELETE-ROW
                           if WS-DELETE-ROW > 0
                               move 'F' to DT-DELETED(WS-DELETE-ROW)
                           end-if
                   end-evaluate.

               CHECK-DELETE-PERIOD.
                   move 'T' to WS-DELETE-STANDS.
                   call 'filedate' using MAU-INPUT-FILENAME WS-DAY-DATE
                   end-call.
                   if WS-DAY-DATE not = spaces
                       and WS-PERIOD-OPEN = 'T'
                       move WS-DAY-DATE(1:4) to PER-PERIOD(1:4)
                       move WS-DAY-DATE(6:2) to PER-PERIOD(5:2)
                       read PERIOD-FILE record
                           key is PER-PERIOD
                           invalid key continue
                           not invalid key
                               if PER-STATUS = 'C'
                                   and MAU-TIMESTAMP > PER-CLOSED-STAMP
                                   move 'F' to WS-DELETE-STANDS
                                   add 1 to WS-DELETES-FROZEN
                               end-if
                       end-read
                   end-if.

               FIND-DELETE-ROW.
                   move 0 to WS-DELETE-ROW.
                   perform varying WS-DI from 1 by 1
                       until WS-DI > WS-DELETE-COUNT
                           or WS-DELETE-ROW > 0
                       if DT-FILENAME(WS-DI) = MAU-INPUT-FILENAME
                           and DT-LINE-NO(WS-DI) = MAU-LINE-NO
                           move WS-DI to WS-DELETE-ROW
                       end-if
                   end-perform.
                   if WS-DELETE-ROW = 0 and MAU-ACTION = 'D'
                       if WS-DELETE-COUNT < 1000
                           add 1 to WS-DELETE-COUNT
                           move WS-DELETE-COUNT to WS-DELETE-ROW
                           move MAU-INPUT-FILENAME
                               to DT-FILENAME(WS-DELETE-ROW)
                           move MAU-LINE-NO to DT-LINE-NO(WS-DELETE-ROW)
                       else
                           display "DELETES PAST TABLE LIMIT"
                           add 1 to WS-GEN-MISSING
                       end-if
                   end-if.

      *>   Both masters are read in key order and matched: a key only
      *>   the rebuild holds is missing from the live master, a key
      *>   only the live master holds is extra, and a key both hold
      *>   at different values is different. A live master that is
      *>   not there at all is simply missing every key; one that is
      *>   there but cannot be read is reported and, in mode R, is
      *>   replaced regardless.
               COMPARE-WITH-LIVE.
                   open output VERIFY-OUT.
                   open input REBUILD-MASTER.
                   move 'F' to WS-LIVE-EOF.
                   open input RESULTS-MASTER.
                   evaluate true
                       when WS-RESULTS-STATUS = '00'
                           continue
                       when WS-RESULTS-STATUS = '35'
                           display "LIVE MASTER NOT FOUND"
                           move 'T' to WS-LIVE-EOF
                       when other
                           display "LIVE MASTER UNREADABLE, STATUS : "
                               WS-RESULTS-STATUS
                           move 'T' to WS-LIVE-UNREADABLE
                           move 'T' to WS-LIVE-EOF
                   end-evaluate.
                   move high-values to WS-LIVE-KEY.
                   if WS-LIVE-EOF not = 'T'
                       perform READ-LIVE-NEXT
                   end-if.
                   move 'F' to WS-REBUILT-EOF.
                   perform READ-REBUILT-NEXT.
                   perform until WS-LIVE-EOF = 'T'
                       and WS-REBUILT-EOF = 'T'
                       evaluate true
                           when WS-LIVE-KEY = WS-REBUILT-KEY
                               if WS-LIVE-VALUE not = WS-REBUILT-VALUE
                                   move 'DIFFERENT' to WS-VERDICT
                                   perform WRITE-VERIFY-ROW
                                   add 1 to WS-DIFFERENT-COUNT
                               end-if
                               perform READ-LIVE-NEXT
                               perform READ-REBUILT-NEXT
                           when WS-REBUILT-KEY < WS-LIVE-KEY
                               move 'MISSING' to WS-VERDICT
                               perform WRITE-VERIFY-ROW
                               add 1 to WS-MISSING-COUNT
                               perform READ-REBUILT-NEXT
                           when other
                               move 'EXTRA' to WS-VERDICT
                               perform WRITE-VERIFY-ROW
                               add 1 to WS-EXTRA-COUNT
                               perform READ-LIVE-NEXT
                       end-evaluate
                   end-perform.
                   if WS-RESULTS-STATUS = '00' or
                       WS-RESULTS-STATUS = '10'
                       close RESULTS-MASTER
                   end-if.
                   close REBUILD-MASTER.
                   close VERIFY-OUT.

               READ-LIVE-NEXT.
                   read RESULTS-MASTER next record
                       AT END
                           move 'T' to WS-LIVE-EOF
                           move high-values to WS-LIVE-KEY
                       NOT AT END
                           move RM-KEY to WS-LIVE-KEY
                           move RM-LINEVALUE to WS-LIVE-VALUE
                   END-READ.

               READ-REBUILT-NEXT.
                   read REBUILD-MASTER next record
                       AT END
                           move 'T' to WS-REBUILT-EOF
                           move high-values to WS-REBUILT-KEY
                       NOT AT END
                           add 1 to WS-KEYS-REBUILT
                           move RB-KEY to WS-REBUILT-KEY
                           move RB-LINEVALUE to WS-REBUILT-VALUE
                   END-READ.

               WRITE-VERIFY-ROW.
                   move spaces to RESULT-VERIFY-LINE.
                   move WS-VERDICT to RVF-VERDICT.
                   if RVF-VERDICT = 'EXTRA'
                       move WS-LIVE-KEY(1:64) to RVF-INPUT-FILENAME
                       move WS-LIVE-KEY(65:6) to RVF-LINE-NO
                   else
                       move WS-REBUILT-KEY(1:64) to RVF-INPUT-FILENAME
                       move WS-REBUILT-KEY(65:6) to RVF-LINE-NO
                       move WS-REBUILT-VALUE to RVF-REBUILT-VALUE
                   end-if.
                   if RVF-VERDICT not = 'MISSING'
                       move WS-LIVE-VALUE to RVF-LIVE-VALUE
                   end-if.
                   write RESULT-VERIFY-LINE.

      *>   The live master is only started over once the rebuild is
      *>   known whole - every generation the trail names was read
      *>   and there was a trail to rebuild from.
               REPLACE-LIVE-MASTER.
                   evaluate true
                       when WS-GEN-MISSING > 0
                           display "REBUILD REFUSED - TRAIL INCOMPLETE"
                           move 'T' to WS-REBUILD-FAILED
                       when WS-KEYS-REBUILT = 0
                           display "REBUILD REFUSED - NOTHING POSTED"
                           move 'T' to WS-REBUILD-FAILED
                       when other
                           perform COPY-REBUILT-MASTER
                   end-evaluate.

               COPY-REBUILT-MASTER.
                   open input REBUILD-MASTER.
                   open output RESULTS-MASTER.
                   if WS-RESULTS-STATUS not = '00'
                       or WS-REBUILD-STATUS not = '00'
                       display "MASTER REPLACE FAILED, STATUS : "
                           WS-RESULTS-STATUS" "WS-REBUILD-STATUS
                       move 'T' to WS-REBUILD-FAILED
                       move 'T' to WS-REBUILT-EOF
                   else
                       move 'F' to WS-REBUILT-EOF
                   end-if.
                   perform until WS-REBUILT-EOF = 'T'
                       read REBUILD-MASTER next record
                           AT END move 'T' to WS-REBUILT-EOF
                           NOT AT END
                               move RB-INPUT-FILENAME
                                   to RM-INPUT-FILENAME
                               move RB-LINE-NO to RM-LINE-NO
                               move RB-LINEVALUE to RM-LINEVALUE
                               write RESULT-REC
                                   invalid key
                                       move 'T' to WS-REBUILD-FAILED
                                   not invalid key
                                       add 1 to WS-KEYS-WRITTEN
                               end-write
                       END-READ
                   end-perform.
                   if WS-RESULTS-STATUS = '00'
                       close RESULTS-MASTER
                   end-if.
                   if WS-REBUILD-STATUS = '00' or
                       WS-REBUILD-STATUS = '10'
                       close REBUILD-MASTER
                   end-if.
                   display "KEYS WRITTEN        : "WS-KEYS-WRITTEN.

      *>   The rebuild's row on the run history - mode M, the keys
      *>   written to the master, A when it was replaced, F when the
      *>   rebuild failed and the master was left as it was, X when
      *>   the attempt was refused for want of authorization.
               WRITE-AUDIT-ROW.
                   move spaces to RUNHIST-LINE.
                   move WS-AUDIT-STATUS to RH-STATUS.
                   move FUNCTION CURRENT-DATE to RH-TIMESTAMP.
                   move 'results.dat' to RH-INPUT-FILENAME.
                   move 'M' to RH-MODE.
                   move WS-KEYS-WRITTEN to RH-RECORD-COUNT.
                   move 0 to RH-TOTAL.
                   move WS-OPERATOR-ID to RH-OPERATOR-ID.
                   move WS-REASON-CODE to RH-REASON-CODE.
                   move 'run-log.txt' to WS-HIST-NAME.
                   open extend HISTORY-FILE.
                   if WS-HIST-STATUS = '35'
                       or WS-HIST-STATUS = '05'
                       close HISTORY-FILE
                       open output HISTORY-FILE
                   end-if.
                   write RUNHIST-LINE.
                   close HISTORY-FILE.
