      *>   results master and the adjustments trail stay in step
      *>   with the corrected text.
      *>
      *>   A line whose correction posts leaves the suspense ledger
      *>   through that reprocess. An insert that restores a line
      *>   the front-end edit rejected names the raw line it stands
      *>   for, and that reject's suspense item is closed here under
      *>   the same operator and reason code.
      *>
      *>   A file dated in a closed month is frozen. Its lines may
      *>   still be corrected, but only by an operator the
      *>   authorization table also allows prior-period adjustments -
      *>   the engine then posts the correction in the open month and
      *>   leaves the closed figures as they were. Anyone else is
      *>   refused with nothing changed.
      *>
      *>   Maintenance moves posted figures, so the whole run stands
      *>   behind an operator the authorization table allows the
      *>   reprocess action and a reason code - an unauthorized or
                   select RUN-HISTORY assign to 'run-log.txt'
                   organization is line sequential
                   file status is WS-RUNHIST-STATUS.
                   select SUSPENSE-FILE assign to 'suspense.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is SUS-KEY
                   file status is WS-SUSPENSE-STATUS.

       data division.
               file section.
               fd RUN-HISTORY.
               copy "runhrec.cpy".

               fd SUSPENSE-FILE.
               copy "susprec.cpy".

               working-storage section.
               01 WS-TXN-FILENAME      pic X(64)
                   value 'data/line-maint.txt'.
               01 WS-REFUSED-COUNT     pic 9(4) value 0.
               01 WS-FAILED-COUNT      pic 9(4) value 0.
               01 WS-TXN-FAILED        pic A value 'F'.
               01 WS-SUSPENSE-STATUS   pic XX.
               01 WS-RAW-FILENAME      pic X(64).
               01 WS-NAME-LEN          pic 9(2).
               01 WS-CLOSE-DATE        pic X(21).
               01 WS-DAY-DATE          pic X(10).
               01 WS-FILE-PERIOD       pic X(6).
               01 WS-PERIOD-CLOSED     pic X.
               01 WS-PPA-ACTION        pic X value 'A'.
               01 WS-PPA-RESULT        pic X.
      *>   Arguments for the engine's single-line reprocess - the
      *>   same calling sequence the mode wrappers pass through, run
      *>   in the mode of the target file's standing run so the
                   if MNT-ACTION not = 'R' and MNT-ACTION not = 'I'
                       and MNT-ACTION not = 'D'
                       move 'A' to WS-REFUSE-REASON
                   else
                       move MNT-INPUT-FILENAME to WS-INPUT-FILENAME
                       perform CHECK-PERIOD-LOCK
                   end-if.
                   if WS-REFUSE-REASON not = space
                       perform WRITE-AUDIT-ROW
                   else
                       perform APPLY-VALID-TXN
                   end-if.

               APPLY-VALID-TXN.
                   open i-o INPUTFILE.
                   if WS-INPUT-STATUS not = '00'
                       display "INPUT OPEN FAILED : "
                           WS-INPUT-FILENAME
                       display "FILE STATUS       : "
                           WS-INPUT-STATUS
                       move 'F' to WS-REFUSE-REASON
                       perform WRITE-AUDIT-ROW
                   else
                       perform APPLY-TO-FILE
                       close INPUTFILE
                       if WS-REFUSE-REASON = space
                           perform REPROCESS-CORRECTED-LINE
                       end-if
                       if WS-REFUSE-REASON = space
                           and MNT-ACTION = 'I'
                           and MNT-REJECT-LINE-NO numeric
                           and MNT-REJECT-LINE-NO > 0
                           perform CLEAR-REJECT-ITEM
                       end-if
                       perform WRITE-AUDIT-ROW
                   end-if.

      *>   The month a file belongs to is the date in its name. A
      *>   closed month's file is touched only by an operator who may
      *>   also post prior-period adjustments.
               CHECK-PERIOD-LOCK.
                   move 'N' to WS-PERIOD-CLOSED.
                   move spaces to WS-FILE-PERIOD.
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
                       move 'N' to WS-PPA-RESULT
                       call 'authchk' using WS-OPERATOR-ID
                           WS-REASON-CODE WS-PPA-ACTION WS-PPA-RESULT
                       end-call
                       if WS-PPA-RESULT not = 'Y'
                           move 'L' to WS-REFUSE-REASON
                           display "FILE IN CLOSED PERIOD : "
                               WS-INPUT-FILENAME
                       end-if
                   end-if.

      *>   standing run posted under, so the results master is
      *>   rewritten and the adjustment row lands exactly as it
      *>   would for any other reprocess - a words-mode day is not
      *>   quietly re-valued by the digits-only scan. A reprocess the
      *>   engine refuses has posted nothing either, so it fails the
      *>   transaction just as a failed one does.
               REPROCESS-CORRECTED-LINE.
                   perform FIND-STANDING-MODE.
                   move 0 to WS-RUN-TOTAL.
                       WS-FORCE-FLAG WS-RUN-STATS
                       WS-OPERATOR-ID WS-REASON-CODE
                   end-call.
                   if RETURN-CODE not = 0
                       move 'R' to WS-REFUSE-REASON
                       move 'T' to WS-TXN-FAILED
                       display "REPROCESS FAILED : "MNT-LINE-NO
                       close RUN-HISTORY
                   end-if.

      *>   The edit files its rejects under the raw filename, the
      *>   indexed file's name without the loader's '.dat' suffix.
      *>   Only an open item closes - a written-off one stays as the
      *>   write-off left it.
               CLEAR-REJECT-ITEM.
                   move WS-INPUT-FILENAME to WS-RAW-FILENAME.
                   move 0 to WS-NAME-LEN.
                   inspect WS-INPUT-FILENAME TALLYING WS-NAME-LEN
                       for characters before initial space.
                   if WS-NAME-LEN > 4
                       and WS-INPUT-FILENAME(WS-NAME-LEN - 3:4)
                           = '.dat'
                       move spaces to WS-RAW-FILENAME
                       move WS-INPUT-FILENAME(1:WS-NAME-LEN - 4)
                           to WS-RAW-FILENAME
                   end-if.
                   open i-o SUSPENSE-FILE.
                   if WS-SUSPENSE-STATUS = '00'
                       move WS-RAW-FILENAME to SUS-SOURCE-FILENAME
                       move MNT-REJECT-LINE-NO to SUS-LINE-NO
                       move 'R' to SUS-ITEM-TYPE
                       read SUSPENSE-FILE record
                           key is SUS-KEY
                           invalid key
                               display "NO SUSPENSE ITEM FOR REJECT : "
                                   MNT-REJECT-LINE-NO
                           not invalid key
                               perform CLOSE-REJECT-ITEM
                       end-read
                       close SUSPENSE-FILE
                   else
                       display "SUSPENSE LEDGER OPEN FAILED, STATUS : "
                           WS-SUSPENSE-STATUS
                   end-if.

               CLOSE-REJECT-ITEM.
                   if SUS-STATUS = 'O'
                       move FUNCTION CURRENT-DATE to WS-CLOSE-DATE
                       move 'C' to SUS-STATUS
                       move WS-CLOSE-DATE(1:8) to SUS-CLOSED-DATE
                       move WS-OPERATOR-ID to SUS-CLOSED-BY
                       move WS-REASON-CODE to SUS-CLOSE-REASON
                       rewrite SUSPENSE-REC
                   end-if.

               WRITE-AUDIT-ROW.
                   move spaces to MAINT-AUDIT-LINE.
                   move FUNCTION CURRENT-DATE to MAU-TIMESTAMP.
