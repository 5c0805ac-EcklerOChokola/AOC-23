       identification division.
               program-id. pairdrft.
               author. eckler.
               date-written. 15/10/2026.

      *>   Instrument drift report. A station whose instrument is
      *>   drifting can still send a day that totals normally - the
      *>   only figure the trend report looks at - while the mix of
      *>   first and last digits underneath it has moved. This job
      *>   tests every standing day in the pairs file against the
      *>   station's signed-off baseline mix (see pairbase) and
      *>   flags the days, and the stations, whose mix has shifted
      *>   significantly, listing for each flagged day the pairs
      *>   that moved most.
      *>
      *>   The test is a chi-square goodness of fit over the 100
      *>   (first digit, last digit) cells. A cell's expected count
      *>   is the day's line count times the baseline's share for
      *>   the cell, the baseline shares smoothed by half a line per
      *>   cell so a pair the baseline never saw is unlikely rather
      *>   than impossible. Cells expecting fewer than five lines are
      *>   pooled into one, and a pool still short of five is folded
      *>   into the smallest remaining cell, so thin cells cannot
      *>   swamp the statistic. The critical value is taken for the
      *>   cells actually used at the 1% level, or 5% when the
      *>   caller passes '5' (Wilson-Hilferty approximation to the
      *>   chi-square quantile). A day with fewer than two usable
      *>   cells is too small to test and is reported as such.
      *>
      *>   A day's mix is the latest completed or rerun set of pair
      *>   rows for its file; single-line reprocess sets are passed
      *>   over. Any station flagged ends the step with return code
      *>   4.
      *>
      *>   Built as a sort with control breaks on station and file,
      *>   the same way balance proves its files.

       environment division.
               input-output section.
                   file-control.
                   select PAIRS-IN assign to 'pairs.txt'
                   organization is line sequential
                   file status is WS-PAIRS-STATUS.
                   select BASELINE-FILE assign to 'baseline.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is BAS-STATION-ID
                   file status is WS-BASELINE-STATUS.
                   select STATION-MASTER assign to 'stations.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is STM-STATION-ID
                   file status is WS-STATION-STATUS.
                   select DRIFT-OUT assign to 'drift-report.txt'
                   organization is line sequential
                   file status is WS-DRIFT-STATUS.
                   select SORT-WORK assign to 'pairdrft-sort.tmp'.

       data division.
               file section.
               fd PAIRS-IN.
               copy "pairrec.cpy".

               fd BASELINE-FILE.
               copy "basrec.cpy".

               fd STATION-MASTER.
               copy "stnrec.cpy".

               fd DRIFT-OUT.
               copy "drftrec.cpy".

      *>   One sort record per standing-candidate pair row - each
      *>   station's days in date order, each file's sets together
      *>   with the newest run first, so the first stamp returned
      *>   for a file is its standing set.
               sd SORT-WORK.
               01 SORT-REC.
                   05 SR-STATION-ID    pic X(4).
                   05 SR-DAY-DATE      pic X(10).
                   05 SR-FILENAME      pic X(64).
                   05 SR-STAMP         pic X(21).
                   05 SR-FIRSTD        pic 9.
                   05 SR-LASTD         pic 9.
                   05 SR-COUNT         pic 9(6).

               working-storage section.
               01 WS-PAIRS-STATUS      pic XX.
               01 WS-BASELINE-STATUS   pic XX.
               01 WS-STATION-STATUS    pic XX.
               01 WS-DRIFT-STATUS      pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-SORT-EOF          pic A.
               01 WS-BASELINE-OPEN     pic A.
               01 WS-STATION-OPEN      pic A.
      *>   Normal quantile for the chosen significance level.
               01 WS-Z-VALUE           pic 9V999 value 2.326.
               01 WS-DAY-TOTAL         pic 9(6)  value 0.
               01 WS-STATION-TOTAL     pic 9(4)  value 0.
               01 WS-DRIFT-STATIONS    pic 9(4)  value 0.
               01 WS-DRIFT-DAYS        pic 9(6)  value 0.
      *>   The station crossing the break and its baseline.
               01 WS-STN-OPEN          pic A.
               01 WS-BREAK-STATION     pic X(4).
               01 WS-BASE-FOUND        pic A.
               01 WS-BASE-FROM         pic X(10).
               01 WS-BASE-TO           pic X(10).
               01 WS-STN-DAYS          pic 9(5).
               01 WS-STN-FLAGGED       pic 9(5).
               01 WS-SMOOTH-CELL       pic 9(8)V9.
               01 WS-SMOOTH-TOTAL      pic 9(9).
               01 WS-BASE-SHARES.
                   05 WS-BASE-ROW occurs 10 times.
                       10 WS-BASE-P occurs 10 times pic 9V9(9).
      *>   The file (day) crossing the break and its standing set.
               01 WS-DAY-OPEN          pic A.
               01 WS-BREAK-FILENAME    pic X(64).
               01 WS-BREAK-DAY         pic X(10).
               01 WS-KEEP-STAMP        pic X(21).
               01 WS-DAY-LINES         pic 9(6).
               01 WS-DAY-COUNTS.
                   05 WS-DAY-ROW occurs 10 times.
                       10 WS-DAY-CELL occurs 10 times pic 9(6).
      *>   Working figures for one day's test.
               01 WS-PI                pic 9(2).
               01 WS-PJ                pic 9(2).
               01 WS-EXPECTED          pic 9(7)V9(6).
               01 WS-DIFF              pic S9(7)V9(6).
               01 WS-DIFF-SQUARED      pic 9(9)V9(6).
               01 WS-CONTRIB           pic 9(9)V9(4).
               01 WS-STATISTIC         pic 9(9)V9(4).
               01 WS-CELLS-USED        pic 9(3).
               01 WS-DF                pic 9(3).
               01 WS-POOL-OBSERVED     pic 9(6).
               01 WS-POOL-EXPECTED     pic 9(7)V9(6).
               01 WS-SMALL-FOUND       pic A.
               01 WS-SMALL-OBSERVED    pic 9(6).
               01 WS-SMALL-EXPECTED    pic 9(7)V9(6).
               01 WS-DF-NINES          pic 9(4).
               01 WS-WH-RATIO          pic 9V9(9).
               01 WS-WH-ROOT           pic 9V9(9).
               01 WS-WH-TERM           pic S9(3)V9(9).
               01 WS-CRITICAL          pic 9(5)V9(4).
               01 WS-VERDICT           pic X(11).
      *>   Pairs that moved most on a flagged day - five passes, each
      *>   taking the largest shift not already listed.
               01 WS-MOVER-RANK        pic 9.
               01 WS-BEST-PI           pic 9(2).
               01 WS-BEST-PJ           pic 9(2).
               01 WS-BEST-SHIFT        pic 9(3)V9(4).
               01 WS-SHIFT             pic S9(3)V9(4).
               01 WS-SHIFT-ABS         pic 9(3)V9(4).
               01 WS-CELL-HUNDREDS     pic 9(8).
               01 WS-DAY-PCT           pic 9(3)V9(4).
               01 WS-BASE-PCT          pic 9(3)V9(4).
               01 WS-TAKEN-TABLE.
                   05 WS-TAKEN-ROW occurs 10 times.
                       10 WS-TAKEN occurs 10 times pic A.
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'PAIRDRFT'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.
               01 WS-STEP-FILENAME     pic X(64)
                   value 'pairs.txt'.

               linkage section.
               01 LS-LEVEL             pic X.

       procedure division using LS-LEVEL.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               if LS-LEVEL = '5'
                   move 1.645 to WS-Z-VALUE
                   display "SIGNIFICANCE LEVEL : 5%"
               else
                   display "SIGNIFICANCE LEVEL : 1%"
               end-if.

               sort SORT-WORK
                   on ascending key SR-STATION-ID SR-DAY-DATE
                       SR-FILENAME
                   on descending key SR-STAMP
                   input procedure is RELEASE-PAIR-ROWS
                   output procedure is TEST-EACH-STATION.

               display "STATIONS TESTED  : "WS-STATION-TOTAL.
               display "DAYS TESTED      : "WS-DAY-TOTAL.
               display "DAYS DRIFTING    : "WS-DRIFT-DAYS.
               display "STATIONS FLAGGED : "WS-DRIFT-STATIONS.
               perform LOG-STEP-TIME.
               if WS-DRIFT-STATIONS > 0
                   move 4 to RETURN-CODE
               else
                   move 0 to RETURN-CODE
               end-if.
               goback.

      *>   Only rows that say which station and day they belong to
      *>   can be tested - rows written before the columns existed
      *>   are passed over with the reprocess sets.
               RELEASE-PAIR-ROWS.
                   move 'F' to WS-FILE-EOF.
                   open input PAIRS-IN.
                   if WS-PAIRS-STATUS not = '00'
                       display "NO PAIRS FILE, STATUS : "
                           WS-PAIRS-STATUS
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read PAIRS-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if PAIR-STATION-ID not = spaces
                                   and PAIR-DAY-DATE not = spaces
                                   and (PAIR-RUN-STATUS = 'C'
                                       or PAIR-RUN-STATUS = 'R')
                                   and PAIR-FIRSTD numeric
                                   and PAIR-LASTD numeric
                                   and PAIR-COUNT numeric
                                   perform RELEASE-PAIR-ROW
                               end-if
                       END-READ
                   end-perform.
                   if WS-PAIRS-STATUS = '00' or
                       WS-PAIRS-STATUS = '10'
                       close PAIRS-IN
                   end-if.

               RELEASE-PAIR-ROW.
                   move spaces to SORT-REC.
                   move PAIR-STATION-ID to SR-STATION-ID.
                   move PAIR-DAY-DATE to SR-DAY-DATE.
                   move PAIR-INPUT-FILENAME to SR-FILENAME.
                   move PAIR-RUN-STAMP to SR-STAMP.
                   move PAIR-FIRSTD to SR-FIRSTD.
                   move PAIR-LASTD to SR-LASTD.
                   move PAIR-COUNT to SR-COUNT.
                   release SORT-REC.

               TEST-EACH-STATION.
                   open output DRIFT-OUT.
                   move 'F' to WS-BASELINE-OPEN.
                   open input BASELINE-FILE.
                   if WS-BASELINE-STATUS = '00'
                       move 'T' to WS-BASELINE-OPEN
                   else
                       display "NO BASELINE FILE, STATUS : "
                           WS-BASELINE-STATUS
                   end-if.
                   move 'F' to WS-STATION-OPEN.
                   open input STATION-MASTER.
                   if WS-STATION-STATUS = '00'
                       move 'T' to WS-STATION-OPEN
                   end-if.
                   move 'F' to WS-SORT-EOF.
                   move 'F' to WS-STN-OPEN.
                   move 'F' to WS-DAY-OPEN.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-WORK record
                           AT END
                               move 'T' to WS-SORT-EOF
                               if WS-DAY-OPEN = 'T'
                                   perform FINISH-ONE-DAY
                               end-if
                               if WS-STN-OPEN = 'T'
                                   perform FINISH-ONE-STATION
                               end-if
                           NOT AT END perform NOTE-SORTED-ROW
                       END-RETURN
                   end-perform.
                   if WS-BASELINE-OPEN = 'T'
                       close BASELINE-FILE
                   end-if.
                   if WS-STATION-OPEN = 'T'
                       close STATION-MASTER
                   end-if.
                   close DRIFT-OUT.

               NOTE-SORTED-ROW.
                   if WS-DAY-OPEN = 'T'
                       and (SR-STATION-ID not = WS-BREAK-STATION
                           or SR-FILENAME not = WS-BREAK-FILENAME)
                       perform FINISH-ONE-DAY
                   end-if.
                   if WS-STN-OPEN = 'T'
                       and SR-STATION-ID not = WS-BREAK-STATION
                       perform FINISH-ONE-STATION
                   end-if.
                   if WS-STN-OPEN not = 'T'
                       perform START-ONE-STATION
                   end-if.
                   if WS-DAY-OPEN not = 'T'
                       perform START-ONE-DAY
                   end-if.
      *>   Rows of an older set for the same file are passed over.
                   if SR-STAMP = WS-KEEP-STAMP
                       compute WS-PI = SR-FIRSTD + 1
                       compute WS-PJ = SR-LASTD + 1
                       add SR-COUNT to WS-DAY-CELL(WS-PI, WS-PJ)
                       add SR-COUNT to WS-DAY-LINES
                   end-if.

      *>   The station's baseline shares, smoothed half a line per
      *>   cell, are worked out once for all of its days.
               START-ONE-STATION.
                   move 'T' to WS-STN-OPEN.
                   move SR-STATION-ID to WS-BREAK-STATION.
                   move 0 to WS-STN-DAYS.
                   move 0 to WS-STN-FLAGGED.
                   move 'F' to WS-BASE-FOUND.
                   move spaces to WS-BASE-FROM.
                   move spaces to WS-BASE-TO.
                   add 1 to WS-STATION-TOTAL.
                   if WS-BASELINE-OPEN = 'T'
                       move SR-STATION-ID to BAS-STATION-ID
                       read BASELINE-FILE record
                           key is BAS-STATION-ID
                           invalid key continue
                           not invalid key
                               move 'T' to WS-BASE-FOUND
                       end-read
                   end-if.
                   if WS-BASE-FOUND = 'T'
                       move BAS-FROM-DATE to WS-BASE-FROM
                       move BAS-TO-DATE to WS-BASE-TO
                       compute WS-SMOOTH-TOTAL = BAS-LINE-COUNT + 50
                       perform varying WS-PI from 1 by 1
                           until WS-PI > 10
                           perform varying WS-PJ from 1 by 1
                               until WS-PJ > 10
                               compute WS-SMOOTH-CELL =
                                   BAS-PAIR-CELL(WS-PI, WS-PJ) + 0.5
                               compute WS-BASE-P(WS-PI, WS-PJ) rounded
                                   = WS-SMOOTH-CELL / WS-SMOOTH-TOTAL
                           end-perform
                       end-perform
                   end-if.

               START-ONE-DAY.
                   move 'T' to WS-DAY-OPEN.
                   move SR-FILENAME to WS-BREAK-FILENAME.
                   move SR-DAY-DATE to WS-BREAK-DAY.
                   move SR-STAMP to WS-KEEP-STAMP.
                   move 0 to WS-DAY-LINES.
                   move zero to WS-DAY-COUNTS.

               FINISH-ONE-DAY.
                   add 1 to WS-DAY-TOTAL.
                   add 1 to WS-STN-DAYS.
                   move 0 to WS-STATISTIC.
                   move 0 to WS-CELLS-USED.
                   move 0 to WS-CRITICAL.
                   if WS-BASE-FOUND not = 'T'
                       move 'NO BASELINE' to WS-VERDICT
                   else
                       perform TEST-ONE-DAY
                   end-if.
                   move spaces to DRF-DAY-LINE.
                   move 'DAY' to DRF-LABEL.
                   move WS-BREAK-STATION to DRF-STATION-ID.
                   move WS-BREAK-DAY to DRF-DAY-DATE.
                   move WS-BREAK-FILENAME to DRF-INPUT-FILENAME.
                   move WS-DAY-LINES to DRF-LINE-COUNT.
                   move WS-CELLS-USED to DRF-CELLS-USED.
                   if WS-STATISTIC > 9999999
                       move 9999999.99 to DRF-STATISTIC
                   else
                       move WS-STATISTIC to DRF-STATISTIC
                   end-if.
                   move WS-CRITICAL to DRF-CRITICAL.
                   move WS-VERDICT to DRF-VERDICT.
                   write DRF-DAY-LINE.
                   if WS-VERDICT = 'DRIFT'
                       add 1 to WS-STN-FLAGGED
                       add 1 to WS-DRIFT-DAYS
                       perform LIST-TOP-MOVERS
                   end-if.
                   move 'F' to WS-DAY-OPEN.

      *>   Chi-square over the cells expecting five lines or more,
      *>   plus one pooled cell for the rest. A pool short of five
      *>   is folded into the smallest cell that stood on its own.
               TEST-ONE-DAY.
                   move 0 to WS-POOL-OBSERVED.
                   move 0 to WS-POOL-EXPECTED.
                   move 'F' to WS-SMALL-FOUND.
                   move 0 to WS-SMALL-OBSERVED.
                   move 0 to WS-SMALL-EXPECTED.
                   perform varying WS-PI from 1 by 1 until WS-PI > 10
                       perform varying WS-PJ from 1 by 1
                           until WS-PJ > 10
                           perform TEST-ONE-CELL
                       end-perform
                   end-perform.
                   if WS-POOL-EXPECTED > 0
                       if WS-POOL-EXPECTED < 5
                           and WS-SMALL-FOUND = 'T'
                           perform FOLD-POOL-INTO-SMALL
                       else
                           compute WS-DIFF =
                               WS-POOL-OBSERVED - WS-POOL-EXPECTED
                           compute WS-DIFF-SQUARED = WS-DIFF * WS-DIFF
                           compute WS-CONTRIB rounded =
                               WS-DIFF-SQUARED / WS-POOL-EXPECTED
                           add WS-CONTRIB to WS-STATISTIC
                           add 1 to WS-CELLS-USED
                       end-if
                   end-if.
                   if WS-CELLS-USED < 2
                       move 'TOO FEW' to WS-VERDICT
                   else
                       compute WS-DF = WS-CELLS-USED - 1
                       compute WS-DF-NINES = 9 * WS-DF
                       compute WS-WH-RATIO rounded = 2 / WS-DF-NINES
                       compute WS-WH-ROOT rounded = WS-WH-RATIO ** 0.5
                       compute WS-WH-TERM =
                           1 - WS-WH-RATIO + WS-Z-VALUE * WS-WH-ROOT
                       end-compute
                       compute WS-CRITICAL rounded =
                           WS-DF * WS-WH-TERM * WS-WH-TERM * WS-WH-TERM
                       end-compute
                       if WS-STATISTIC > WS-CRITICAL
                           move 'DRIFT' to WS-VERDICT
                       else
                           move 'STEADY' to WS-VERDICT
                       end-if
                   end-if.

               TEST-ONE-CELL.
                   compute WS-EXPECTED =
                       WS-DAY-LINES * WS-BASE-P(WS-PI, WS-PJ).
                   if WS-EXPECTED < 5
                       add WS-DAY-CELL(WS-PI, WS-PJ)
                           to WS-POOL-OBSERVED
                       add WS-EXPECTED to WS-POOL-EXPECTED
                   else
                       compute WS-DIFF =
                           WS-DAY-CELL(WS-PI, WS-PJ) - WS-EXPECTED
                       compute WS-DIFF-SQUARED = WS-DIFF * WS-DIFF
                       compute WS-CONTRIB rounded =
                           WS-DIFF-SQUARED / WS-EXPECTED
                       add WS-CONTRIB to WS-STATISTIC
                       add 1 to WS-CELLS-USED
                       if WS-SMALL-FOUND not = 'T'
                           or WS-EXPECTED < WS-SMALL-EXPECTED
                           move 'T' to WS-SMALL-FOUND
                           move WS-EXPECTED to WS-SMALL-EXPECTED
                           move WS-DAY-CELL(WS-PI, WS-PJ)
                               to WS-SMALL-OBSERVED
                       end-if
                   end-if.

      *>   The smallest cell's own term comes back out and the
      *>   merged cell's goes in - the cell count is unchanged.
               FOLD-POOL-INTO-SMALL.
                   compute WS-DIFF =
                       WS-SMALL-OBSERVED - WS-SMALL-EXPECTED.
                   compute WS-DIFF-SQUARED = WS-DIFF * WS-DIFF.
                   compute WS-CONTRIB rounded =
                       WS-DIFF-SQUARED / WS-SMALL-EXPECTED.
                   subtract WS-CONTRIB from WS-STATISTIC.
                   add WS-POOL-OBSERVED to WS-SMALL-OBSERVED.
                   add WS-POOL-EXPECTED to WS-SMALL-EXPECTED.
                   compute WS-DIFF =
                       WS-SMALL-OBSERVED - WS-SMALL-EXPECTED.
                   compute WS-DIFF-SQUARED = WS-DIFF * WS-DIFF.
                   compute WS-CONTRIB rounded =
                       WS-DIFF-SQUARED / WS-SMALL-EXPECTED.
                   add WS-CONTRIB to WS-STATISTIC.

      *>   The pairs whose share of the day moved furthest from the
      *>   baseline's share, in either direction.
               LIST-TOP-MOVERS.
                   perform varying WS-PI from 1 by 1 until WS-PI > 10
                       perform varying WS-PJ from 1 by 1
                           until WS-PJ > 10
                           move 'F' to WS-TAKEN(WS-PI, WS-PJ)
                       end-perform
                   end-perform.
                   perform varying WS-MOVER-RANK from 1 by 1
                       until WS-MOVER-RANK > 5
                       perform FIND-NEXT-MOVER
                       if WS-BEST-PI > 0
                           perform WRITE-MOVER-ROW
                       end-if
                   end-perform.

               FIND-NEXT-MOVER.
                   move 0 to WS-BEST-PI.
                   move 0 to WS-BEST-PJ.
                   move 0 to WS-BEST-SHIFT.
                   perform varying WS-PI from 1 by 1 until WS-PI > 10
                       perform varying WS-PJ from 1 by 1
                           until WS-PJ > 10
                           if WS-TAKEN(WS-PI, WS-PJ) not = 'T'
                               perform MEASURE-SHIFT
                               if WS-BEST-PI = 0
                                   or WS-SHIFT-ABS > WS-BEST-SHIFT
                                   move WS-PI to WS-BEST-PI
                                   move WS-PJ to WS-BEST-PJ
                                   move WS-SHIFT-ABS to WS-BEST-SHIFT
                               end-if
                           end-if
                       end-perform
                   end-perform.
                   if WS-BEST-PI > 0
                       move 'T' to WS-TAKEN(WS-BEST-PI, WS-BEST-PJ)
                   end-if.

               MEASURE-SHIFT.
                   compute WS-CELL-HUNDREDS =
                       WS-DAY-CELL(WS-PI, WS-PJ) * 100.
                   compute WS-DAY-PCT rounded =
                       WS-CELL-HUNDREDS / WS-DAY-LINES.
                   compute WS-BASE-PCT rounded =
                       WS-BASE-P(WS-PI, WS-PJ) * 100.
                   compute WS-SHIFT = WS-DAY-PCT - WS-BASE-PCT.
                   if WS-SHIFT < 0
                       compute WS-SHIFT-ABS = 0 - WS-SHIFT
                   else
                       move WS-SHIFT to WS-SHIFT-ABS
                   end-if.

               WRITE-MOVER-ROW.
                   move WS-BEST-PI to WS-PI.
                   move WS-BEST-PJ to WS-PJ.
                   perform MEASURE-SHIFT.
                   move spaces to DRF-PAIR-LINE.
                   move 'PAIR' to DRF-PAIR-LABEL.
                   move WS-BREAK-STATION to DRF-PAIR-STATION.
                   move WS-BREAK-DAY to DRF-PAIR-DAY.
                   compute DRF-PAIR-FIRSTD = WS-PI - 1.
                   compute DRF-PAIR-LASTD = WS-PJ - 1.
                   move WS-DAY-CELL(WS-PI, WS-PJ) to DRF-PAIR-COUNT.
                   move WS-DAY-PCT to DRF-DAY-PCT.
                   move WS-BASE-PCT to DRF-BASE-PCT.
                   move WS-SHIFT to DRF-SHIFT-PCT.
                   write DRF-PAIR-LINE.

               FINISH-ONE-STATION.
                   move spaces to DRF-STATION-LINE.
                   move 'STATION' to DRF-STN-LABEL.
                   move WS-BREAK-STATION to DRF-STN-STATION.
                   if WS-STATION-OPEN = 'T'
                       move WS-BREAK-STATION to STM-STATION-ID
                       read STATION-MASTER record
                           key is STM-STATION-ID
                           invalid key continue
                           not invalid key
                               move STM-STATION-NAME to DRF-STN-NAME
                       end-read
                   end-if.
                   move WS-STN-DAYS to DRF-STN-DAYS.
                   move WS-STN-FLAGGED to DRF-STN-FLAGGED.
                   move WS-BASE-FROM to DRF-STN-BASE-FROM.
                   move WS-BASE-TO to DRF-STN-BASE-TO.
                   evaluate true
                       when WS-BASE-FOUND not = 'T'
                           move 'NO BASELINE' to DRF-STN-VERDICT
                       when WS-STN-FLAGGED > 0
                           move 'DRIFT' to DRF-STN-VERDICT
                           add 1 to WS-DRIFT-STATIONS
                           display "DRIFT : "WS-BREAK-STATION
                       when other
                           move 'STEADY' to DRF-STN-VERDICT
                   end-evaluate.
                   write DRF-STATION-LINE.
                   move 'F' to WS-STN-OPEN.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   move WS-DAY-TOTAL to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME WS-STEP-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
