       identification division.
               program-id. qaverify.
               author. eckler.
               date-written. 15/10/2026.

      *>   QA verification of the current sample. A second operator
      *>   reads each line on the sampling job's worksheet and keys
      *>   the first and last digit they find into a transaction
      *>   file, one row per line; this job values each keyed line
      *>   the way the engine does - first digit tens, last digit
      *>   units - and compares it with the value the line stands
      *>   posted at on the results master (the sample's value if
      *>   the master is not to hand). Every row read appends one
      *>   row to qa-results.txt, agreed, disagreed or refused, with
      *>   the verifying operator on it.
      *>
      *>   A disagreement opens a suspense item for the line (type
      *>   Q), so it is chased like any other line that cannot be
      *>   trusted; an agreeing verification of the line later -
      *>   after a correction, or by another reading - closes it.
      *>
      *>   The check is only independent if somebody else does it:
      *>   a verifier who ran the window is refused the whole run,
      *>   with one refused row to show the attempt. The accuracy
      *>   report is rewritten each run from every verification
      *>   recorded against the current sample, the latest reading
      *>   of a line standing, by station and by scan-rules version.

       environment division.
               input-output section.
                   file-control.
                   select SAMPLE-IN assign to 'qa-sample.txt'
                   organization is line sequential
                   file status is WS-SAMPLE-STATUS.
                   select TXN-IN assign to dynamic WS-TXN-FILENAME
                   organization is line sequential
                   file status is WS-TXN-STATUS.
                   select RESULTS-MASTER assign to 'results.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is RM-KEY
                   file status is WS-RESULTS-STATUS.
                   select SUSPENSE-FILE assign to 'suspense.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is SUS-KEY
                   file status is WS-SUSPENSE-STATUS.
                   select QA-RESULTS assign to 'qa-results.txt'
                   organization is line sequential
                   file status is WS-QARESULT-STATUS.
                   select QA-REPORT assign to 'qa-report.txt'
                   organization is line sequential
                   file status is WS-QAREPORT-STATUS.

       data division.
               file section.
               fd SAMPLE-IN.
               copy "qasmrec.cpy".

               fd TXN-IN.
               copy "qavtrec.cpy".

               fd RESULTS-MASTER.
               copy "rsltrec.cpy".

               fd SUSPENSE-FILE.
               copy "susprec.cpy".

               fd QA-RESULTS.
               copy "qarsrec.cpy".

               fd QA-REPORT.
               copy "qaarec.cpy".

               working-storage section.
               01 WS-TXN-FILENAME      pic X(64)
                   value 'data/qa-verify.txt'.
               01 WS-SAMPLE-STATUS     pic XX.
               01 WS-TXN-STATUS        pic XX.
               01 WS-RESULTS-STATUS    pic XX.
               01 WS-SUSPENSE-STATUS   pic XX.
               01 WS-QARESULT-STATUS   pic XX.
               01 WS-QAREPORT-STATUS   pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-RESULTS-OPEN      pic A value 'F'.
               01 WS-SUSPENSE-OPEN     pic A value 'F'.
               01 WS-OPERATOR-ID       pic X(8).
               01 WS-SAMPLE-STAMP      pic X(21).
               01 WS-RAN-BY            pic X(8).
               01 WS-RUN-DATE          pic X(21).
               01 WS-MATCH-FILENAME    pic X(64).
               01 WS-MATCH-LINE-NO     pic 9(6).
               01 WS-MATCH-ROW         pic 9(4).
               01 WS-REFUSE-REASON     pic X.
               01 WS-FIRST-DIGIT       pic 9.
               01 WS-LAST-DIGIT        pic 9.
               01 WS-KEYED-VALUE       pic 9(2).
               01 WS-POSTED-VALUE      pic 9(2).
               01 WS-READ-COUNT        pic 9(6) value 0.
               01 WS-AGREE-COUNT       pic 9(6) value 0.
               01 WS-DISAGREE-COUNT    pic 9(6) value 0.
               01 WS-REFUSED-COUNT     pic 9(6) value 0.
               01 WS-UNVERIFIED-COUNT  pic 9(6) value 0.
      *>   One entry per line of the current sample. The outcome is
      *>   the latest verification recorded against the line -
      *>   A = agreed, D = disagreed, space = not yet verified - and
      *>   the keyed byte marks a line already read from this run's
      *>   transaction file.
               01 WS-SAMPLE-COUNT      pic 9(4) value 0.
               01 WS-QI                pic 9(4).
               01 WS-SAMPLE-TABLE.
                   05 WS-SAMPLE-ENTRY occurs 2000 times.
                       10 QT-FILENAME    pic X(64).
                       10 QT-LINE-NO     pic 9(6).
                       10 QT-STATION-ID  pic X(4).
                       10 QT-RULES       pic X(8).
                       10 QT-VALUE       pic 9(2).
                       10 QT-TEXT        pic X(256).
                       10 QT-OUTCOME     pic X.
                       10 QT-KEYED       pic A.
      *>   Accuracy accumulators, one set per station and one per
      *>   scan-rules version in the sample, and one for the whole.
               01 WS-AI                pic 9(4).
               01 WS-ACC-ROW           pic 9(4).
               01 WS-PCT-NUMERATOR     pic 9(8).
               01 WS-STATION-ACC-COUNT pic 9(4) value 0.
               01 WS-STATION-ACC-TABLE.
                   05 WS-STATION-ACC occurs 500 times.
                       10 SA-KEY         pic X(8).
                       10 SA-SAMPLED     pic 9(5).
                       10 SA-VERIFIED    pic 9(5).
                       10 SA-AGREE       pic 9(5).
                       10 SA-DISAGREE    pic 9(5).
               01 WS-RULES-ACC-COUNT   pic 9(4) value 0.
               01 WS-RULES-ACC-TABLE.
                   05 WS-RULES-ACC occurs 100 times.
                       10 RA-KEY         pic X(8).
                       10 RA-SAMPLED     pic 9(5).
                       10 RA-VERIFIED    pic 9(5).
                       10 RA-AGREE       pic 9(5).
                       10 RA-DISAGREE    pic 9(5).
               01 WS-TOTAL-SAMPLED     pic 9(5) value 0.
               01 WS-TOTAL-VERIFIED    pic 9(5) value 0.
               01 WS-TOTAL-AGREE       pic 9(5) value 0.
               01 WS-TOTAL-DISAGREE    pic 9(5) value 0.

               linkage section.
               01 LS-TXN-FILENAME      pic X(64).
               01 LS-OPERATOR-ID       pic X(8).

       procedure division using LS-TXN-FILENAME LS-OPERATOR-ID.
               if LS-TXN-FILENAME not = space
                   and LS-TXN-FILENAME not = low-value
                   move LS-TXN-FILENAME to WS-TXN-FILENAME
               end-if.
               move spaces to WS-OPERATOR-ID.
               if LS-OPERATOR-ID not = space
                   and LS-OPERATOR-ID not = low-value
                   move LS-OPERATOR-ID to WS-OPERATOR-ID
               end-if.

               if WS-OPERATOR-ID = spaces
                   display "NO VERIFYING OPERATOR NAMED"
                   move 8 to RETURN-CODE
                   goback
               end-if.

               perform LOAD-SAMPLE.
               if WS-SAMPLE-COUNT = 0
                   display "NO QA SAMPLE TO VERIFY"
                   move 8 to RETURN-CODE
                   goback
               end-if.

               if WS-OPERATOR-ID = WS-RAN-BY
                   display "VERIFY REFUSED - OPERATOR RAN THE WINDOW"
                   move spaces to QA-RESULT-LINE
                   move 'REFUSED' to QAR-OUTCOME
                   move 'O' to QAR-REASON
                   perform WRITE-RESULT-ROW
                   move 8 to RETURN-CODE
                   goback
               end-if.

               perform APPLY-EARLIER-RESULTS.
               perform OPEN-VERIFY-FILES.
               move 'F' to WS-FILE-EOF.
               open input TXN-IN.
               if WS-TXN-STATUS not = '00'
                   display "TRANSACTION FILE OPEN FAILED, STATUS : "
                       WS-TXN-STATUS
                   move 'T' to WS-FILE-EOF
               end-if.
               perform until WS-FILE-EOF = 'T'
                   read TXN-IN
                       AT END move 'T' to WS-FILE-EOF
                       NOT AT END perform VERIFY-ONE-LINE
                   END-READ
               end-perform.
               if WS-TXN-STATUS = '00' or WS-TXN-STATUS = '10'
                   close TXN-IN
               end-if.
               if WS-RESULTS-OPEN = 'T'
                   close RESULTS-MASTER
               end-if.
               if WS-SUSPENSE-OPEN = 'T'
                   close SUSPENSE-FILE
               end-if.

               perform WRITE-ACCURACY-REPORT.

               display "SAMPLE STAMP     : "WS-SAMPLE-STAMP.
               display "VERIFIED BY      : "WS-OPERATOR-ID.
               display "LINES READ       : "WS-READ-COUNT.
               display "LINES AGREED     : "WS-AGREE-COUNT.
               display "LINES DISAGREED  : "WS-DISAGREE-COUNT.
               display "LINES REFUSED    : "WS-REFUSED-COUNT.
               display "SAMPLE UNVERIFIED: "WS-UNVERIFIED-COUNT.
               if WS-DISAGREE-COUNT > 0
                   or WS-REFUSED-COUNT > 0
                   or WS-UNVERIFIED-COUNT > 0
                   move 4 to RETURN-CODE
               else
                   move 0 to RETURN-CODE
               end-if.
               goback.

      *>   The sample file holds one sampling run; its stamp and
      *>   window operator are the same on every row.
               LOAD-SAMPLE.
                   move 'F' to WS-FILE-EOF.
                   move spaces to WS-SAMPLE-STAMP.
                   move spaces to WS-RAN-BY.
                   open input SAMPLE-IN.
                   if WS-SAMPLE-STATUS not = '00'
                       display "QA SAMPLE OPEN FAILED, STATUS : "
                           WS-SAMPLE-STATUS
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read SAMPLE-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END perform NOTE-SAMPLE-LINE
                       END-READ
                   end-perform.
                   if WS-SAMPLE-STATUS = '00' or
                       WS-SAMPLE-STATUS = '10'
                       close SAMPLE-IN
                   end-if.

               NOTE-SAMPLE-LINE.
                   if WS-SAMPLE-COUNT < 2000
                       add 1 to WS-SAMPLE-COUNT
                       move QAS-SAMPLE-STAMP to WS-SAMPLE-STAMP
                       move QAS-RAN-BY to WS-RAN-BY
                       move QAS-INPUT-FILENAME
                           to QT-FILENAME(WS-SAMPLE-COUNT)
                       move QAS-LINE-NO to QT-LINE-NO(WS-SAMPLE-COUNT)
                       move QAS-STATION-ID
                           to QT-STATION-ID(WS-SAMPLE-COUNT)
                       move QAS-RULES-VERSION
                           to QT-RULES(WS-SAMPLE-COUNT)
                       move QAS-POSTED-VALUE
                           to QT-VALUE(WS-SAMPLE-COUNT)
                       move QAS-LINE-TEXT to QT-TEXT(WS-SAMPLE-COUNT)
                       move space to QT-OUTCOME(WS-SAMPLE-COUNT)
                       move 'F' to QT-KEYED(WS-SAMPLE-COUNT)
                   else
                       display "SAMPLE PAST TABLE LIMIT"
                   end-if.

      *>   Verifications recorded against this sample by earlier
      *>   runs stand until the line is read again.
               APPLY-EARLIER-RESULTS.
                   move 'F' to WS-FILE-EOF.
                   open input QA-RESULTS.
                   if WS-QARESULT-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read QA-RESULTS
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if QAR-SAMPLE-STAMP = WS-SAMPLE-STAMP
                                   perform NOTE-EARLIER-RESULT
                               end-if
                       END-READ
                   end-perform.
                   if WS-QARESULT-STATUS = '00' or
                       WS-QARESULT-STATUS = '10'
                       close QA-RESULTS
                   end-if.

               NOTE-EARLIER-RESULT.
                   move QAR-INPUT-FILENAME to WS-MATCH-FILENAME.
                   move QAR-LINE-NO to WS-MATCH-LINE-NO.
                   perform FIND-SAMPLE-LINE.
                   if WS-MATCH-ROW > 0
                       if QAR-OUTCOME = 'AGREE'
                           move 'A' to QT-OUTCOME(WS-MATCH-ROW)
                       end-if
                       if QAR-OUTCOME = 'DISAGREE'
                           move 'D' to QT-OUTCOME(WS-MATCH-ROW)
                       end-if
                   end-if.

               FIND-SAMPLE-LINE.
                   move 0 to WS-MATCH-ROW.
                   perform varying WS-QI from 1 by 1
                       until WS-QI > WS-SAMPLE-COUNT
                           or WS-MATCH-ROW > 0
                       if QT-FILENAME(WS-QI) = WS-MATCH-FILENAME
                           and QT-LINE-NO(WS-QI) = WS-MATCH-LINE-NO
                           move WS-QI to WS-MATCH-ROW
                       end-if
                   end-perform.

      *>   The results master is only read - a line reprocessed
      *>   since the sample was drawn is compared at the value it
      *>   stands at now. The suspense ledger is created on first
      *>   use, as the edit and the engine do.
               OPEN-VERIFY-FILES.
                   open input RESULTS-MASTER.
                   if WS-RESULTS-STATUS = '00'
                       move 'T' to WS-RESULTS-OPEN
                   else
                       display "RESULTS MASTER OPEN FAILED, STATUS : "
                           WS-RESULTS-STATUS
                   end-if.
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

               VERIFY-ONE-LINE.
                   add 1 to WS-READ-COUNT.
                   move space to WS-REFUSE-REASON.
                   move QAV-INPUT-FILENAME to WS-MATCH-FILENAME.
                   move QAV-LINE-NO to WS-MATCH-LINE-NO.
                   perform FIND-SAMPLE-LINE.
                   evaluate true
                       when WS-MATCH-ROW = 0
                           move 'S' to WS-REFUSE-REASON
                       when QAV-FIRST-DIGIT not numeric
                           move 'N' to WS-REFUSE-REASON
                       when QAV-LAST-DIGIT not numeric
                           move 'N' to WS-REFUSE-REASON
                       when QT-KEYED(WS-MATCH-ROW) = 'T'
                           move 'V' to WS-REFUSE-REASON
                       when other
                           continue
                   end-evaluate.
                   move spaces to QA-RESULT-LINE.
                   move QAV-INPUT-FILENAME to QAR-INPUT-FILENAME.
                   move QAV-LINE-NO to QAR-LINE-NO.
                   move QAV-FIRST-DIGIT to QAR-KEYED-VALUE(1:1).
                   move QAV-LAST-DIGIT to QAR-KEYED-VALUE(2:1).
                   if WS-MATCH-ROW > 0
                       move QT-STATION-ID(WS-MATCH-ROW)
                           to QAR-STATION-ID
                       move QT-RULES(WS-MATCH-ROW) to QAR-RULES-VERSION
                   end-if.
                   move 0 to QAR-POSTED-VALUE.
                   if WS-REFUSE-REASON not = space
                       display "REFUSED : "QAV-INPUT-FILENAME
                       display "  LINE   : "QAV-LINE-NO
                           " REASON : "WS-REFUSE-REASON
                       move 'REFUSED' to QAR-OUTCOME
                       move WS-REFUSE-REASON to QAR-REASON
                       add 1 to WS-REFUSED-COUNT
                       perform WRITE-RESULT-ROW
                   else
                       perform COMPARE-KEYED-VALUE
                   end-if.

               COMPARE-KEYED-VALUE.
                   move 'T' to QT-KEYED(WS-MATCH-ROW).
                   move QAV-FIRST-DIGIT to WS-FIRST-DIGIT.
                   move QAV-LAST-DIGIT to WS-LAST-DIGIT.
                   compute WS-KEYED-VALUE =
                       WS-FIRST-DIGIT * 10 + WS-LAST-DIGIT.
                   perform GET-POSTED-VALUE.
                   move WS-POSTED-VALUE to QAR-POSTED-VALUE.
                   if WS-KEYED-VALUE = WS-POSTED-VALUE
                       move 'AGREE' to QAR-OUTCOME
                       move 'A' to QT-OUTCOME(WS-MATCH-ROW)
                       add 1 to WS-AGREE-COUNT
                       perform CLEAR-QA-ITEM
                   else
                       display "DISAGREE : "QAV-INPUT-FILENAME
                       display "  LINE   : "QAV-LINE-NO
                           " POSTED : "WS-POSTED-VALUE
                           " KEYED : "WS-KEYED-VALUE
                       move 'DISAGREE' to QAR-OUTCOME
                       move 'D' to QT-OUTCOME(WS-MATCH-ROW)
                       add 1 to WS-DISAGREE-COUNT
                       perform OPEN-QA-ITEM
                   end-if.
                   perform WRITE-RESULT-ROW.

               GET-POSTED-VALUE.
                   move QT-VALUE(WS-MATCH-ROW) to WS-POSTED-VALUE.
                   if WS-RESULTS-OPEN = 'T'
                       move QT-FILENAME(WS-MATCH-ROW)
                           to RM-INPUT-FILENAME
                       move QT-LINE-NO(WS-MATCH-ROW) to RM-LINE-NO
                       read RESULTS-MASTER record
                           key is RM-KEY
                           invalid key continue
                           not invalid key
                               move RM-LINEVALUE to WS-POSTED-VALUE
                       end-read
                   end-if.

      *>   A disagreement goes into suspense under the indexed
      *>   dataset and line, as the engine's exceptions do. Found
      *>   again, an open item keeps the date it first went in, a
      *>   corrected one reopens from today and a written-off one
      *>   stays written off.
               OPEN-QA-ITEM.
                   if WS-SUSPENSE-OPEN = 'T'
                       move FUNCTION CURRENT-DATE to WS-RUN-DATE
                       move QT-FILENAME(WS-MATCH-ROW)
                           to SUS-SOURCE-FILENAME
                       move QT-LINE-NO(WS-MATCH-ROW) to SUS-LINE-NO
                       move 'Q' to SUS-ITEM-TYPE
                       read SUSPENSE-FILE record
                           key is SUS-KEY
                           invalid key perform WRITE-QA-ITEM
                           not invalid key perform REFRESH-QA-ITEM
                       end-read
                   end-if.

               WRITE-QA-ITEM.
                   move spaces to SUSPENSE-REC.
                   move QT-FILENAME(WS-MATCH-ROW)
                       to SUS-SOURCE-FILENAME.
                   move QT-LINE-NO(WS-MATCH-ROW) to SUS-LINE-NO.
                   move 'Q' to SUS-ITEM-TYPE.
                   move QT-STATION-ID(WS-MATCH-ROW) to SUS-STATION-ID.
                   move 'D' to SUS-REASON.
                   move WS-RUN-DATE(1:8) to SUS-DATE-IN.
                   move 'O' to SUS-STATUS.
                   move WS-RUN-DATE to SUS-LAST-SEEN.
                   move QT-TEXT(WS-MATCH-ROW) to SUS-LINE-TEXT.
                   write SUSPENSE-REC
                       invalid key
                           display "SUSPENSE WRITE FAILED : "
                               QT-LINE-NO(WS-MATCH-ROW)
                   end-write.

               REFRESH-QA-ITEM.
                   if SUS-STATUS = 'C'
                       move 'O' to SUS-STATUS
                       move WS-RUN-DATE(1:8) to SUS-DATE-IN
                       move spaces to SUS-CLOSED-DATE
                       move spaces to SUS-CLOSED-BY
                       move spaces to SUS-CLOSE-REASON
                   end-if.
                   move WS-RUN-DATE to SUS-LAST-SEEN.
                   move QT-TEXT(WS-MATCH-ROW) to SUS-LINE-TEXT.
                   rewrite SUSPENSE-REC.

      *>   An agreeing reading clears the line's open disagreement,
      *>   closed under the operator who verified it.
               CLEAR-QA-ITEM.
                   if WS-SUSPENSE-OPEN = 'T'
                       move QT-FILENAME(WS-MATCH-ROW)
                           to SUS-SOURCE-FILENAME
                       move QT-LINE-NO(WS-MATCH-ROW) to SUS-LINE-NO
                       move 'Q' to SUS-ITEM-TYPE
                       read SUSPENSE-FILE record
                           key is SUS-KEY
                           invalid key continue
                           not invalid key perform CLOSE-QA-ITEM
                       end-read
                   end-if.

               CLOSE-QA-ITEM.
                   if SUS-STATUS = 'O'
                       move FUNCTION CURRENT-DATE to WS-RUN-DATE
                       move 'C' to SUS-STATUS
                       move WS-RUN-DATE(1:8) to SUS-CLOSED-DATE
                       move WS-OPERATOR-ID to SUS-CLOSED-BY
                       move spaces to SUS-CLOSE-REASON
                       rewrite SUSPENSE-REC
                   end-if.

      *>   The caller sets the line, the values and the outcome; the
      *>   rest of the row is the same for every transaction.
               WRITE-RESULT-ROW.
                   move FUNCTION CURRENT-DATE to QAR-TIMESTAMP.
                   move WS-SAMPLE-STAMP to QAR-SAMPLE-STAMP.
                   move WS-OPERATOR-ID to QAR-OPERATOR-ID.
                   open extend QA-RESULTS.
                   if WS-QARESULT-STATUS = '35'
                       or WS-QARESULT-STATUS = '05'
                       close QA-RESULTS
                       open output QA-RESULTS
                   end-if.
                   write QA-RESULT-LINE.
                   close QA-RESULTS.

               WRITE-ACCURACY-REPORT.
                   perform varying WS-QI from 1 by 1
                       until WS-QI > WS-SAMPLE-COUNT
                       perform ADD-LINE-TO-ACCURACY
                   end-perform.
                   open output QA-REPORT.
                   perform varying WS-AI from 1 by 1
                       until WS-AI > WS-STATION-ACC-COUNT
                       move spaces to QA-ACCURACY-LINE
                       move 'STATION' to QAA-LABEL
                       move SA-KEY(WS-AI) to QAA-KEY
                       move SA-SAMPLED(WS-AI) to QAA-SAMPLED
                       move SA-VERIFIED(WS-AI) to QAA-VERIFIED
                       move SA-AGREE(WS-AI) to QAA-AGREE
                       move SA-DISAGREE(WS-AI) to QAA-DISAGREE
                       perform WRITE-ACCURACY-ROW
                   end-perform.
                   perform varying WS-AI from 1 by 1
                       until WS-AI > WS-RULES-ACC-COUNT
                       move spaces to QA-ACCURACY-LINE
                       move 'RULES' to QAA-LABEL
                       move RA-KEY(WS-AI) to QAA-KEY
                       move RA-SAMPLED(WS-AI) to QAA-SAMPLED
                       move RA-VERIFIED(WS-AI) to QAA-VERIFIED
                       move RA-AGREE(WS-AI) to QAA-AGREE
                       move RA-DISAGREE(WS-AI) to QAA-DISAGREE
                       perform WRITE-ACCURACY-ROW
                   end-perform.
                   move spaces to QA-ACCURACY-LINE.
                   move 'TOTAL' to QAA-LABEL.
                   move WS-TOTAL-SAMPLED to QAA-SAMPLED.
                   move WS-TOTAL-VERIFIED to QAA-VERIFIED.
                   move WS-TOTAL-AGREE to QAA-AGREE.
                   move WS-TOTAL-DISAGREE to QAA-DISAGREE.
                   perform WRITE-ACCURACY-ROW.
                   close QA-REPORT.

      *>   The agreement rate is over the lines verified, not the
      *>   lines sampled - an unread line is neither right nor
      *>   wrong yet.
               WRITE-ACCURACY-ROW.
                   move 0 to QAA-ACCURACY-PCT.
                   if QAA-VERIFIED > 0
                       compute WS-PCT-NUMERATOR = QAA-AGREE * 100
                       compute QAA-ACCURACY-PCT rounded =
                           WS-PCT-NUMERATOR / QAA-VERIFIED
                   end-if.
                   write QA-ACCURACY-LINE.

               ADD-LINE-TO-ACCURACY.
                   add 1 to WS-TOTAL-SAMPLED.
                   if QT-OUTCOME(WS-QI) = space
                       add 1 to WS-UNVERIFIED-COUNT
                   end-if.
                   move 0 to WS-ACC-ROW.
                   perform varying WS-AI from 1 by 1
                       until WS-AI > WS-STATION-ACC-COUNT
                           or WS-ACC-ROW > 0
                       if SA-KEY(WS-AI) = QT-STATION-ID(WS-QI)
                           move WS-AI to WS-ACC-ROW
                       end-if
                   end-perform.
                   if WS-ACC-ROW = 0 and WS-STATION-ACC-COUNT < 500
                       add 1 to WS-STATION-ACC-COUNT
                       move WS-STATION-ACC-COUNT to WS-ACC-ROW
                       move QT-STATION-ID(WS-QI) to SA-KEY(WS-ACC-ROW)
                       move 0 to SA-SAMPLED(WS-ACC-ROW)
                       move 0 to SA-VERIFIED(WS-ACC-ROW)
                       move 0 to SA-AGREE(WS-ACC-ROW)
                       move 0 to SA-DISAGREE(WS-ACC-ROW)
                   end-if.
                   if WS-ACC-ROW > 0
                       add 1 to SA-SAMPLED(WS-ACC-ROW)
                       if QT-OUTCOME(WS-QI) = 'A'
                           add 1 to SA-VERIFIED(WS-ACC-ROW)
                           add 1 to SA-AGREE(WS-ACC-ROW)
                       end-if
                       if QT-OUTCOME(WS-QI) = 'D'
                           add 1 to SA-VERIFIED(WS-ACC-ROW)
                           add 1 to SA-DISAGREE(WS-ACC-ROW)
                       end-if
                   end-if.
                   move 0 to WS-ACC-ROW.
                   perform varying WS-AI from 1 by 1
                       until WS-AI > WS-RULES-ACC-COUNT
                           or WS-ACC-ROW > 0
                       if RA-KEY(WS-AI) = QT-RULES(WS-QI)
                           move WS-AI to WS-ACC-ROW
                       end-if
                   end-perform.
                   if WS-ACC-ROW = 0 and WS-RULES-ACC-COUNT < 100
                       add 1 to WS-RULES-ACC-COUNT
                       move WS-RULES-ACC-COUNT to WS-ACC-ROW
                       move QT-RULES(WS-QI) to RA-KEY(WS-ACC-ROW)
                       move 0 to RA-SAMPLED(WS-ACC-ROW)
                       move 0 to RA-VERIFIED(WS-ACC-ROW)
                       move 0 to RA-AGREE(WS-ACC-ROW)
                       move 0 to RA-DISAGREE(WS-ACC-ROW)
                   end-if.
                   if WS-ACC-ROW > 0
                       add 1 to RA-SAMPLED(WS-ACC-ROW)
                       if QT-OUTCOME(WS-QI) = 'A'
                           add 1 to RA-VERIFIED(WS-ACC-ROW)
                           add 1 to RA-AGREE(WS-ACC-ROW)
                       end-if
                       if QT-OUTCOME(WS-QI) = 'D'
                           add 1 to RA-VERIFIED(WS-ACC-ROW)
                           add 1 to RA-DISAGREE(WS-ACC-ROW)
                       end-if
                   end-if.
                   if QT-OUTCOME(WS-QI) = 'A'
                       add 1 to WS-TOTAL-VERIFIED
                       add 1 to WS-TOTAL-AGREE
                   end-if.
                   if QT-OUTCOME(WS-QI) = 'D'
                       add 1 to WS-TOTAL-VERIFIED
                       add 1 to WS-TOTAL-DISAGREE
                   end-if.
