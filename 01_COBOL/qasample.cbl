       identification division.
               program-id. qasample.
               author. eckler.
               date-written. 15/10/2026.

      *>   QA sample of posted line values. The balance step proves
      *>   that the posted totals cross-foot, not that any one line
      *>   was valued right; this job draws a sample of the lines
      *>   the window posted to the results master so a second
      *>   operator can read each line cold and key its digits for
      *>   the verify step to compare. The sample is stratified by
      *>   station - up to the caller's count per station, ten when
      *>   none is given - so every instrument is checked and none
      *>   crowds the others out, and a line that shows up on
      *>   overlaps.txt or reconcile.txt draws three times the
      *>   weight of an ordinary one, as those are the lines most
      *>   likely to have been valued wrong.
      *>
      *>   The draw is weighted random without replacement: each
      *>   candidate line takes the next number off a Lehmer
      *>   generator, raises it to one over its weight, and the
      *>   highest keys in each station are the sample. Candidates
      *>   are drawn in filename and line order, so the same window
      *>   and seed always give the same sample. The seed can be
      *>   named; left off, it is folded from the window's own file
      *>   names.
      *>
      *>   Two files come out, both rewritten each run: the sample
      *>   itself, with the posted value, which the verify step
      *>   reads, and the worksheet the verifying operator works
      *>   from, with the line text and no value. The operator who
      *>   ran the window, as the submitting job names them, is
      *>   stamped on every sample row so the verify step can keep
      *>   them off their own sample.

       environment division.
               input-output section.
                   file-control.
                   select MANIFEST assign to dynamic
                   WS-MANIFEST-FILENAME
                   organization is line sequential
                   file status is WS-MANIFEST-STATUS.
                   select RUN-HISTORY assign to 'run-log.txt'
                   organization is line sequential
                   file status is WS-RUNHIST-STATUS.
                   select OVERLAP-IN assign to 'overlaps.txt'
                   organization is line sequential
                   file status is WS-OVERLAP-STATUS.
                   select RECON-IN assign to 'reconcile.txt'
                   organization is line sequential
                   file status is WS-RECON-STATUS.
                   select RESULTS-MASTER assign to 'results.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is RM-KEY
                   file status is WS-RESULTS-STATUS.
                   select INPUTFILE assign to dynamic WS-DATASET-NAME
                   organization is indexed
                   access mode is dynamic
                   record key is INP-LINE-NO
                   file status is WS-INPUT-STATUS.
                   select QA-WORK assign to 'qa-work.tmp'
                   organization is line sequential
                   file status is WS-WORK-STATUS.
                   select SAMPLE-OUT assign to 'qa-sample.txt'
                   organization is line sequential
                   file status is WS-SAMPLE-STATUS.
                   select WORKSHEET-OUT assign to 'qa-worksheet.txt'
                   organization is line sequential
                   file status is WS-WORKSHEET-STATUS.
                   select SORT-BY-LINE assign to 'qa-sort1.tmp'.
                   select SORT-BY-DRAW assign to 'qa-sort2.tmp'.

       data division.
               file section.
               fd MANIFEST.
               01 MANIFEST-LINE pic X(64).

               fd RUN-HISTORY.
               copy "runhrec.cpy".

               fd OVERLAP-IN.
               copy "ovlprec.cpy".

               fd RECON-IN.
               copy "recnrec.cpy".

               fd RESULTS-MASTER.
               copy "rsltrec.cpy".

               fd INPUTFILE.
               copy "linerec.cpy".

      *>   Candidate hand-off between the two sorts - one row per
      *>   live posted line of the window with its draw key, laid
      *>   out to match the station sort's record so the second
      *>   sort reads it directly.
               fd QA-WORK.
               01 WORK-REC.
                   05 WK-STATION-ID     pic X(4).
                   05 WK-DRAW           pic 9V9(9).
                   05 WK-FILENAME       pic X(64).
                   05 WK-LINE-NO        pic 9(6).
                   05 WK-RULES-VERSION  pic X(8).
                   05 WK-FLAG           pic X.
                   05 WK-POSTED-VALUE   pic 9(2).
                   05 WK-LINE-TEXT      pic X(256).

               fd SAMPLE-OUT.
               copy "qasmrec.cpy".

               fd WORKSHEET-OUT.
               copy "qawsrec.cpy".

      *>   First pass: every posted line of the window in filename
      *>   and line order, any overlap or reconcile row for the line
      *>   returned ahead of its posted value.
      *>   Row types, in return order within a line:
      *>   1 = overlap (flag O) or reconcile (flag R) row,
      *>   2 = results master row (posted value).
               sd SORT-BY-LINE.
               01 SL-REC.
                   05 SL-FILENAME       pic X(64).
                   05 SL-LINE-NO        pic 9(6).
                   05 SL-TYPE           pic X.
                   05 SL-FLAG           pic X.
                   05 SL-POSTED-VALUE   pic 9(2).
                   05 SL-RULES-VERSION  pic X(8).

      *>   Second pass: each station's candidates highest draw key
      *>   first, filename and line breaking ties.
               sd SORT-BY-DRAW.
               01 SD-REC.
                   05 SD-STATION-ID     pic X(4).
                   05 SD-DRAW           pic 9V9(9).
                   05 SD-FILENAME       pic X(64).
                   05 SD-LINE-NO        pic 9(6).
                   05 SD-RULES-VERSION  pic X(8).
                   05 SD-FLAG           pic X.
                   05 SD-POSTED-VALUE   pic 9(2).
                   05 SD-LINE-TEXT      pic X(256).

               working-storage section.
               01 WS-MANIFEST-FILENAME pic X(64)
                   value 'data/batchlist.txt'.
               01 WS-DATASET-NAME      pic X(64).
               01 WS-MANIFEST-STATUS   pic XX.
               01 WS-RUNHIST-STATUS    pic XX.
               01 WS-OVERLAP-STATUS    pic XX.
               01 WS-RECON-STATUS      pic XX.
               01 WS-RESULTS-STATUS    pic XX.
               01 WS-INPUT-STATUS      pic XX.
               01 WS-WORK-STATUS       pic XX.
               01 WS-SAMPLE-STATUS     pic XX.
               01 WS-WORKSHEET-STATUS  pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-MASTER-EOF        pic A.
               01 WS-SORT-EOF          pic A.
               01 WS-INPUT-OPEN        pic A value 'F'.
               01 WS-OPERATOR-ID       pic X(8).
               01 WS-PER-STATION       pic 9(3) value 10.
               01 WS-SEED              pic 9(10) value 0.
               01 WS-SAMPLE-STAMP      pic X(21).
               01 WS-DAY-FILENAME      pic X(64).
               01 WS-MATCH-NAME        pic X(64).
               01 WS-MATCH-ROW         pic 9(3).
               01 WS-CHARINDEX         pic 9(3).
               01 WS-CHAR-CODE         pic 9(3).
      *>   One entry per indexed dataset the manifest names, with
      *>   the scan-rules version of the file's standing run.
               01 WS-WINDOW-COUNT      pic 9(3) value 0.
               01 WS-WI                pic 9(3).
               01 WS-WINDOW-TABLE.
                   05 WS-WINDOW-ENTRY occurs 100 times.
                       10 WN-DATASET     pic X(64).
                       10 WN-RULES       pic X(8).
      *>   The line currently crossing the first sort's break.
               01 WS-HELD-FILENAME     pic X(64).
               01 WS-HELD-LINE-NO      pic 9(6).
               01 WS-LINE-FLAG         pic X.
               01 WS-OPEN-FILENAME     pic X(64).
      *>   Lehmer generator state and the weighted draw key -
      *>   u ** (1 / weight), u uniform on (0,1).
               01 WS-DRAW-STATE        pic 9(10).
               01 WS-DRAW-U            pic V9(9).
               01 WS-DRAW-EXP          pic 9V9(9).
               01 WS-DRAW-WEIGHT       pic 9.
               01 WS-DRAW-KEY          pic 9V9(9).
      *>   The station currently crossing the second sort's break.
               01 WS-HELD-STATION      pic X(4).
               01 WS-STATION-TAKEN     pic 9(3).
               01 WS-CANDIDATE-COUNT   pic 9(7) value 0.
               01 WS-FLAGGED-COUNT     pic 9(7) value 0.
               01 WS-SAMPLE-COUNT      pic 9(6) value 0.
               01 WS-STATION-COUNT     pic 9(4) value 0.
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'QASAMPLE'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.

               linkage section.
               01 LS-MANIFEST-FILENAME pic X(64).
               01 LS-OPERATOR-ID       pic X(8).
               01 LS-PER-STATION       pic 9(3).
               01 LS-SEED              pic 9(10).

       procedure division using LS-MANIFEST-FILENAME
               LS-OPERATOR-ID LS-PER-STATION LS-SEED.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               if LS-MANIFEST-FILENAME not = space
                   and LS-MANIFEST-FILENAME not = low-value
                   move LS-MANIFEST-FILENAME to WS-MANIFEST-FILENAME
               end-if.
               move spaces to WS-OPERATOR-ID.
               if LS-OPERATOR-ID not = space
                   and LS-OPERATOR-ID not = low-value
                   move LS-OPERATOR-ID to WS-OPERATOR-ID
               end-if.
               if LS-PER-STATION numeric
                   and LS-PER-STATION > 0
                   move LS-PER-STATION to WS-PER-STATION
               end-if.
               if LS-SEED numeric
                   and LS-SEED > 0
                   move LS-SEED to WS-SEED
               end-if.

      *>   The verify step keeps the window operator off the sample
      *>   by the name stamped here, so a sample with no name on it
      *>   could be verified by anyone - it is not drawn.
               if WS-OPERATOR-ID = spaces
                   display "NO WINDOW OPERATOR NAMED"
                   perform LOG-STEP-TIME
                   move 8 to RETURN-CODE
                   goback
               end-if.

               perform LOAD-WINDOW-FILES.
               if WS-WINDOW-COUNT = 0
                   display "NO FILES IN MANIFEST : "WS-MANIFEST-FILENAME
                   perform LOG-STEP-TIME
                   move 8 to RETURN-CODE
                   goback
               end-if.
               if WS-SEED = 0
                   perform FOLD-WINDOW-SEED
               end-if.
               move FUNCTION MOD(WS-SEED, 2147483647) to WS-DRAW-STATE.
               if WS-DRAW-STATE = 0
                   move 1 to WS-DRAW-STATE
               end-if.
               perform NOTE-STANDING-RULES.

               sort SORT-BY-LINE
                   on ascending key SL-FILENAME SL-LINE-NO SL-TYPE
                   input procedure is RELEASE-WINDOW-LINES
                   output procedure is DRAW-EACH-LINE.

               if WS-CANDIDATE-COUNT = 0
                   display "NO POSTED LINES IN WINDOW"
                   perform LOG-STEP-TIME
                   move 8 to RETURN-CODE
                   goback
               end-if.

               move FUNCTION CURRENT-DATE to WS-SAMPLE-STAMP.
               sort SORT-BY-DRAW
                   on ascending key SD-STATION-ID
                   on descending key SD-DRAW
                   on ascending key SD-FILENAME SD-LINE-NO
                   using QA-WORK
                   output procedure is TAKE-STATION-SAMPLE.

               display "SAMPLE STAMP     : "WS-SAMPLE-STAMP.
               display "WINDOW OPERATOR  : "WS-OPERATOR-ID.
               display "SEED             : "WS-SEED.
               display "LINES POSTED     : "WS-CANDIDATE-COUNT.
               display "LINES FLAGGED    : "WS-FLAGGED-COUNT.
               display "STATIONS SAMPLED : "WS-STATION-COUNT.
               display "LINES SAMPLED    : "WS-SAMPLE-COUNT.
               perform LOG-STEP-TIME.
               move 0 to RETURN-CODE.
               goback.

      *>   The window is the manifest's days, each named on the
      *>   results master and the diagnostics by its indexed
      *>   dataset - the day's entry with .dat on the end, as the
      *>   driver builds it.
               LOAD-WINDOW-FILES.
                   move 'F' to WS-FILE-EOF.
                   open input MANIFEST.
                   if WS-MANIFEST-STATUS not = '00'
                       display "MANIFEST OPEN FAILED, STATUS : "
                           WS-MANIFEST-STATUS
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read MANIFEST into WS-DAY-FILENAME
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END perform NOTE-WINDOW-FILE
                       END-READ
                   end-perform.
                   if WS-MANIFEST-STATUS = '00' or
                       WS-MANIFEST-STATUS = '10'
                       close MANIFEST
                   end-if.

               NOTE-WINDOW-FILE.
                   if WS-DAY-FILENAME not = spaces
                       if WS-WINDOW-COUNT < 100
                           add 1 to WS-WINDOW-COUNT
                           move spaces to WN-DATASET(WS-WINDOW-COUNT)
                           string WS-DAY-FILENAME delimited by space
                               ".dat" delimited by size
                               into WN-DATASET(WS-WINDOW-COUNT)
                           end-string
                           move spaces to WN-RULES(WS-WINDOW-COUNT)
                       else
                           display "MANIFEST PAST TABLE LIMIT"
                       end-if
                   end-if.

      *>   No seed named: fold the window's dataset names into one,
      *>   so a rerun over the same window draws the same sample.
               FOLD-WINDOW-SEED.
                   move 0 to WS-SEED.
                   perform varying WS-WI from 1 by 1
                       until WS-WI > WS-WINDOW-COUNT
                       perform varying WS-CHARINDEX from 1 by 1
                           until WS-CHARINDEX > 64
                           move FUNCTION ORD(
                               WN-DATASET(WS-WI)(WS-CHARINDEX:1))
                               to WS-CHAR-CODE
                           compute WS-SEED = FUNCTION MOD(
                               WS-SEED * 131 + WS-CHAR-CODE,
                               2147483647)
                       end-perform
                   end-perform.
                   if WS-SEED = 0
                       move 1 to WS-SEED
                   end-if.

      *>   The rules version a line was valued under is the one on
      *>   its file's latest posted row - a rerun or a reprocess
      *>   revalues under the rules in force when it ran. Rows
      *>   written before the status byte existed read back as
      *>   spaces and are completed runs.
               NOTE-STANDING-RULES.
                   move 'F' to WS-FILE-EOF.
                   open input RUN-HISTORY.
                   if WS-RUNHIST-STATUS not = '00'
                       display "NO RUN HISTORY, STATUS : "
                           WS-RUNHIST-STATUS
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read RUN-HISTORY
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if RH-STATUS = 'C'
                                   or RH-STATUS = 'R'
                                   or RH-STATUS = 'P'
                                   or RH-STATUS = space
                                   move RH-INPUT-FILENAME
                                       to WS-MATCH-NAME
                                   perform FIND-WINDOW-FILE
                                   if WS-MATCH-ROW > 0
                                       move RH-RULES-VERSION
                                           to WN-RULES(WS-MATCH-ROW)
                                   end-if
                               end-if
                       END-READ
                   end-perform.
                   if WS-RUNHIST-STATUS = '00' or
                       WS-RUNHIST-STATUS = '10'
                       close RUN-HISTORY
                   end-if.

               FIND-WINDOW-FILE.
                   move 0 to WS-MATCH-ROW.
                   perform varying WS-WI from 1 by 1
                       until WS-WI > WS-WINDOW-COUNT
                           or WS-MATCH-ROW > 0
                       if WN-DATASET(WS-WI) = WS-MATCH-NAME
                           move WS-WI to WS-MATCH-ROW
                       end-if
                   end-perform.

               RELEASE-WINDOW-LINES.
                   perform RELEASE-OVERLAP-ROWS.
                   perform RELEASE-RECONCILE-ROWS.
                   open input RESULTS-MASTER.
                   if WS-RESULTS-STATUS not = '00'
                       display "RESULTS MASTER OPEN FAILED, STATUS : "
                           WS-RESULTS-STATUS
                   else
                       perform varying WS-WI from 1 by 1
                           until WS-WI > WS-WINDOW-COUNT
                           perform RELEASE-POSTED-LINES
                       end-perform
                       close RESULTS-MASTER
                   end-if.

               RELEASE-OVERLAP-ROWS.
                   move 'F' to WS-FILE-EOF.
                   open input OVERLAP-IN.
                   if WS-OVERLAP-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read OVERLAP-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               move OVL-INPUT-FILENAME
                                   to WS-MATCH-NAME
                               perform FIND-WINDOW-FILE
                               if WS-MATCH-ROW > 0
                                   move spaces to SL-REC
                                   move OVL-INPUT-FILENAME
                                       to SL-FILENAME
                                   move OVL-LINE-NO to SL-LINE-NO
                                   move '1' to SL-TYPE
                                   move 'O' to SL-FLAG
                                   move 0 to SL-POSTED-VALUE
                                   release SL-REC
                               end-if
                       END-READ
                   end-perform.
                   if WS-OVERLAP-STATUS = '00' or
                       WS-OVERLAP-STATUS = '10'
                       close OVERLAP-IN
                   end-if.

               RELEASE-RECONCILE-ROWS.
                   move 'F' to WS-FILE-EOF.
                   open input RECON-IN.
                   if WS-RECON-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read RECON-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               move REC-INPUT-FILENAME
                                   to WS-MATCH-NAME
                               perform FIND-WINDOW-FILE
                               if WS-MATCH-ROW > 0
                                   move spaces to SL-REC
                                   move REC-INPUT-FILENAME
                                       to SL-FILENAME
                                   move REC-LINE-NO to SL-LINE-NO
                                   move '1' to SL-TYPE
                                   move 'R' to SL-FLAG
                                   move 0 to SL-POSTED-VALUE
                                   release SL-REC
                               end-if
                       END-READ
                   end-perform.
                   if WS-RECON-STATUS = '00' or
                       WS-RECON-STATUS = '10'
                       close RECON-IN
                   end-if.

      *>   Every line the results master holds for one window file.
               RELEASE-POSTED-LINES.
                   move WN-DATASET(WS-WI) to RM-INPUT-FILENAME.
                   move 0 to RM-LINE-NO.
                   move 'F' to WS-MASTER-EOF.
                   start RESULTS-MASTER key is greater than RM-KEY
                       invalid key move 'T' to WS-MASTER-EOF
                   end-start.
                   perform until WS-MASTER-EOF = 'T'
                       read RESULTS-MASTER next record
                           AT END move 'T' to WS-MASTER-EOF
                           NOT AT END
                               if RM-INPUT-FILENAME
                                   = WN-DATASET(WS-WI)
                                   move spaces to SL-REC
                                   move RM-INPUT-FILENAME
                                       to SL-FILENAME
                                   move RM-LINE-NO to SL-LINE-NO
                                   move '2' to SL-TYPE
                                   move RM-LINEVALUE
                                       to SL-POSTED-VALUE
                                   move WN-RULES(WS-WI)
                                       to SL-RULES-VERSION
                                   release SL-REC
                               else
                                   move 'T' to WS-MASTER-EOF
                               end-if
                       END-READ
                   end-perform.

               DRAW-EACH-LINE.
                   open output QA-WORK.
                   move 'F' to WS-SORT-EOF.
                   move spaces to WS-HELD-FILENAME.
                   move 0 to WS-HELD-LINE-NO.
                   move spaces to WS-LINE-FLAG.
                   move spaces to WS-OPEN-FILENAME.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-BY-LINE record
                           AT END move 'T' to WS-SORT-EOF
                           NOT AT END perform TAKE-LINE-ROW
                       END-RETURN
                   end-perform.
                   if WS-INPUT-OPEN = 'T'
                       close INPUTFILE
                       move 'F' to WS-INPUT-OPEN
                   end-if.
                   close QA-WORK.

      *>   A line on both diagnostics is flagged B - the weight is
      *>   the same either way, the flag tells the reviewer why.
               TAKE-LINE-ROW.
                   if SL-FILENAME not = WS-HELD-FILENAME
                       or SL-LINE-NO not = WS-HELD-LINE-NO
                       move SL-FILENAME to WS-HELD-FILENAME
                       move SL-LINE-NO to WS-HELD-LINE-NO
                       move spaces to WS-LINE-FLAG
                   end-if.
                   if SL-TYPE = '1'
                       if WS-LINE-FLAG = space
                           move SL-FLAG to WS-LINE-FLAG
                       else
                           if WS-LINE-FLAG not = SL-FLAG
                               move 'B' to WS-LINE-FLAG
                           end-if
                       end-if
                   else
                       perform DRAW-CANDIDATE-LINE
                   end-if.

      *>   A posted line is a candidate while it stands live on its
      *>   indexed file - the text and station come from there, and
      *>   a line retired by maintenance since is left out.
               DRAW-CANDIDATE-LINE.
                   if SL-FILENAME not = WS-OPEN-FILENAME
                       perform OPEN-LINE-DATASET
                   end-if.
                   if WS-INPUT-OPEN = 'T'
                       move SL-LINE-NO to INP-LINE-NO
                       read INPUTFILE record
                           key is INP-LINE-NO
                           invalid key continue
                           not invalid key
                               if INP-DELETE-FLAG not = 'D'
                                   perform WRITE-CANDIDATE-ROW
                               end-if
                       end-read
                   end-if.

               OPEN-LINE-DATASET.
                   if WS-INPUT-OPEN = 'T'
                       close INPUTFILE
                       move 'F' to WS-INPUT-OPEN
                   end-if.
                   move SL-FILENAME to WS-OPEN-FILENAME.
                   move SL-FILENAME to WS-DATASET-NAME.
                   open input INPUTFILE.
                   if WS-INPUT-STATUS = '00'
                       move 'T' to WS-INPUT-OPEN
                   else
                       display "INDEXED FILE OPEN FAILED : "
                           WS-DATASET-NAME
                       display "  STATUS : "WS-INPUT-STATUS
                   end-if.

      *>   The generator is stepped once per candidate, in filename
      *>   and line order, whatever the weight - the draw depends
      *>   only on the seed and the lines posted.
               WRITE-CANDIDATE-ROW.
                   compute WS-DRAW-STATE = FUNCTION MOD(
                       WS-DRAW-STATE * 16807, 2147483647).
                   compute WS-DRAW-U = WS-DRAW-STATE / 2147483647.
                   if WS-LINE-FLAG = space
                       move 1 to WS-DRAW-WEIGHT
                       move WS-DRAW-U to WS-DRAW-KEY
                   else
                       move 3 to WS-DRAW-WEIGHT
                       compute WS-DRAW-EXP = 1 / WS-DRAW-WEIGHT
                       compute WS-DRAW-KEY = WS-DRAW-U ** WS-DRAW-EXP
                       add 1 to WS-FLAGGED-COUNT
                   end-if.
                   move spaces to WORK-REC.
                   move INP-STATION-ID to WK-STATION-ID.
                   move WS-DRAW-KEY to WK-DRAW.
                   move SL-FILENAME to WK-FILENAME.
                   move SL-LINE-NO to WK-LINE-NO.
                   move SL-RULES-VERSION to WK-RULES-VERSION.
                   move WS-LINE-FLAG to WK-FLAG.
                   move SL-POSTED-VALUE to WK-POSTED-VALUE.
                   move INP-LINE-TEXT to WK-LINE-TEXT.
                   write WORK-REC.
                   add 1 to WS-CANDIDATE-COUNT.

               TAKE-STATION-SAMPLE.
                   open output SAMPLE-OUT.
                   open output WORKSHEET-OUT.
                   move 'F' to WS-SORT-EOF.
                   move high-value to WS-HELD-STATION.
                   move 0 to WS-STATION-TAKEN.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-BY-DRAW record
                           AT END move 'T' to WS-SORT-EOF
                           NOT AT END perform TAKE-STATION-ROW
                       END-RETURN
                   end-perform.
                   close SAMPLE-OUT.
                   close WORKSHEET-OUT.

               TAKE-STATION-ROW.
                   if SD-STATION-ID not = WS-HELD-STATION
                       move SD-STATION-ID to WS-HELD-STATION
                       move 0 to WS-STATION-TAKEN
                       add 1 to WS-STATION-COUNT
                   end-if.
                   if WS-STATION-TAKEN < WS-PER-STATION
                       add 1 to WS-STATION-TAKEN
                       perform WRITE-SAMPLE-ROW
                   end-if.

               WRITE-SAMPLE-ROW.
                   move spaces to QA-SAMPLE-LINE.
                   move WS-SAMPLE-STAMP to QAS-SAMPLE-STAMP.
                   move WS-OPERATOR-ID to QAS-RAN-BY.
                   move WS-SEED to QAS-SEED.
                   move SD-FILENAME to QAS-INPUT-FILENAME.
                   move SD-LINE-NO to QAS-LINE-NO.
                   move SD-STATION-ID to QAS-STATION-ID.
                   move SD-RULES-VERSION to QAS-RULES-VERSION.
                   move SD-FLAG to QAS-FLAG.
                   move SD-POSTED-VALUE to QAS-POSTED-VALUE.
                   move SD-LINE-TEXT to QAS-LINE-TEXT.
                   write QA-SAMPLE-LINE.
                   move spaces to QA-WORKSHEET-LINE.
                   move SD-FILENAME to QAW-INPUT-FILENAME.
                   move SD-LINE-NO to QAW-LINE-NO.
                   move SD-STATION-ID to QAW-STATION-ID.
                   move SD-LINE-TEXT to QAW-LINE-TEXT.
                   write QA-WORKSHEET-LINE.
                   add 1 to WS-SAMPLE-COUNT.

               LOG-STEP-TIME.
                   move WS-CANDIDATE-COUNT to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME
                       WS-MANIFEST-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
