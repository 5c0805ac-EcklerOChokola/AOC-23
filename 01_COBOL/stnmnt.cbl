       identification division.
               program-id. stnmnt.
               author. eckler.
               date-written. 15/10/2026.

      *>   Batch maintenance over the station master. The front-end
      *>   edit refuses any file whose station is not on the master,
      *>   is not in service on the file's header date, or sent a day
      *>   outside the line range the master expects of it - so the
      *>   master is the one place a station is added, has its name,
      *>   owning lab or expected range changed, or is retired. A
      *>   transaction file drives the run, one row per change, and
      *>   every row read writes its own audit row to the station log
      *>   carrying the master record before and after the change.
      *>
      *>   The master decides which days may post at all, so the
      *>   whole run stands behind an operator the authorization
      *>   table allows station maintenance and a reason code - an
      *>   unauthorized or unidentified attempt is refused up front
      *>   with its own audit row and nothing applied. The first run
      *>   on a system with no master yet creates it empty and adds
      *>   to it.

       environment division.
               input-output section.
                   file-control.
                   select TXN-IN assign to dynamic WS-TXN-FILENAME
                   organization is line sequential
                   file status is WS-TXN-STATUS.
                   select STATION-MASTER assign to 'stations.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is STM-STATION-ID
                   file status is WS-STATION-STATUS.
                   select STATION-LOG assign to 'station-log.txt'
                   organization is line sequential
                   file status is WS-LOG-STATUS.

       data division.
               file section.
               fd TXN-IN.
               copy "stntrec.cpy".

               fd STATION-MASTER.
               copy "stnrec.cpy".

               fd STATION-LOG.
               copy "stnarec.cpy".

               working-storage section.
               01 WS-TXN-FILENAME      pic X(64)
                   value 'data/station-maint.txt'.
               01 WS-TXN-STATUS        pic XX.
               01 WS-STATION-STATUS    pic XX.
               01 WS-LOG-STATUS        pic XX.
               01 WS-TXN-EOF           pic A value 'F'.
               01 WS-INVALID-KEY       pic A.
               01 WS-REFUSE-REASON     pic X.
               01 WS-APPLIED-COUNT     pic 9(4) value 0.
               01 WS-REFUSED-COUNT     pic 9(4) value 0.
               01 WS-OPERATOR-ID       pic X(8).
               01 WS-REASON-CODE       pic X(4).
               01 WS-AUTH-ACTION       pic X value 'S'.
               01 WS-AUTH-RESULT       pic X.
               01 WS-RUN-DATE          pic X(21).
      *>   Today as yyyy-mm-dd - the effective date of an add or a
      *>   retirement whose transaction leaves the date blank.
               01 WS-TODAY-DATE        pic X(10).
               01 WS-EFFECTIVE-DATE    pic X(10).
               01 WS-BEFORE-IMAGE      pic X(87).
               01 WS-AFTER-IMAGE       pic X(87).

               linkage section.
               01 LS-TXN-FILENAME      pic X(64).
               01 LS-OPERATOR-ID       pic X(8).
               01 LS-REASON-CODE       pic X(4).

       procedure division using LS-TXN-FILENAME
               LS-OPERATOR-ID LS-REASON-CODE.
               if LS-TXN-FILENAME not = space
                   and LS-TXN-FILENAME not = low-value
                   move LS-TXN-FILENAME to WS-TXN-FILENAME
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

               move 'N' to WS-AUTH-RESULT.
               call 'authchk' using WS-OPERATOR-ID WS-REASON-CODE
                   WS-AUTH-ACTION WS-AUTH-RESULT
               end-call.
               if WS-AUTH-RESULT not = 'Y'
                   display "STATION MAINTENANCE REFUSED - "
                       "NOT AUTHORIZED"
                   perform WRITE-REFUSED-RUN-ROW
                   move 8 to RETURN-CODE
                   goback
               end-if.

               open input TXN-IN.
               if WS-TXN-STATUS not = '00'
                   display "TXN OPEN FAILED : "WS-TXN-FILENAME
                   display "FILE STATUS     : "WS-TXN-STATUS
                   move 8 to RETURN-CODE
                   goback
               end-if.
               perform OPEN-STATION-MASTER.
               if WS-STATION-STATUS not = '00'
                   display "STATION MASTER OPEN FAILED, STATUS : "
                       WS-STATION-STATUS
                   close TXN-IN
                   move 8 to RETURN-CODE
                   goback
               end-if.

               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               move spaces to WS-TODAY-DATE.
               string WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                   WS-RUN-DATE(7:2) delimited by size
                   into WS-TODAY-DATE
               end-string.
               perform until WS-TXN-EOF = 'T'
                   read TXN-IN
                       AT END move 'T' to WS-TXN-EOF
                       NOT AT END perform APPLY-ONE-TXN
                   END-READ
               end-perform.
               close TXN-IN.
               close STATION-MASTER.

               display "TXNS APPLIED : "WS-APPLIED-COUNT.
               display "TXNS REFUSED : "WS-REFUSED-COUNT.
               if WS-REFUSED-COUNT > 0
                   move 4 to RETURN-CODE
               else
                   move 0 to RETURN-CODE
               end-if.
               goback.

      *>   The master is created on first use - every later run adds
      *>   to and rewrites the one already there.
               OPEN-STATION-MASTER.
                   open i-o STATION-MASTER.
                   if WS-STATION-STATUS = '35'
                       or WS-STATION-STATUS = '05'
                       close STATION-MASTER
                       open output STATION-MASTER
                       close STATION-MASTER
                       open i-o STATION-MASTER
                   end-if.

      *>   Blank rows and '*' comment rows are for the transaction
      *>   file's author, not for the master.
               APPLY-ONE-TXN.
                   if STATION-TXN-LINE = spaces
                       or STT-ACTION = '*'
                       continue
                   else
                       perform APPLY-REAL-TXN
                   end-if.

               APPLY-REAL-TXN.
                   move space to WS-REFUSE-REASON.
                   move spaces to WS-BEFORE-IMAGE.
                   move spaces to WS-AFTER-IMAGE.
                   evaluate STT-ACTION
                       when 'A' perform ADD-STATION
                       when 'C' perform CHANGE-STATION
                       when 'R' perform RETIRE-STATION
                       when other move 'A' to WS-REFUSE-REASON
                   end-evaluate.
                   perform WRITE-AUDIT-ROW.

               ADD-STATION.
                   if STT-STATION-ID = spaces
                       or STT-STATION-NAME = spaces
                       move 'N' to WS-REFUSE-REASON
                       display "STATION ID AND NAME REQUIRED : "
                           STT-STATION-ID
                   else
                       perform FETCH-STATION
                       if WS-INVALID-KEY not = 'T'
                           move STATION-REC to WS-BEFORE-IMAGE
                           move 'X' to WS-REFUSE-REASON
                           display "STATION ALREADY ON MASTER : "
                               STT-STATION-ID
                       end-if
                   end-if.
                   if WS-REFUSE-REASON = space
                       perform SET-EFFECTIVE-DATE
                   end-if.
                   if WS-REFUSE-REASON = space
                       move spaces to STATION-REC
                       move STT-STATION-ID to STM-STATION-ID
                       move STT-STATION-NAME to STM-STATION-NAME
                       move STT-OWNING-LAB to STM-OWNING-LAB
                       move 'A' to STM-STATUS
                       move WS-EFFECTIVE-DATE to STM-ACTIVE-DATE
                       move spaces to STM-RETIRED-DATE
                       move 0 to STM-MIN-LINES
                       move 0 to STM-MAX-LINES
                       if STT-MIN-LINES numeric
                           move STT-MIN-LINES to STM-MIN-LINES
                       end-if
                       if STT-MAX-LINES numeric
                           move STT-MAX-LINES to STM-MAX-LINES
                       end-if
                       perform CHECK-LINE-RANGE
                   end-if.
                   if WS-REFUSE-REASON = space
                       write STATION-REC
                           invalid key move 'X' to WS-REFUSE-REASON
                       end-write
                   end-if.
                   if WS-REFUSE-REASON = space
                       move STATION-REC to WS-AFTER-IMAGE
                   end-if.

      *>   Only the fields the transaction fills in move - a change
      *>   of range alone need not re-key the station's name.
               CHANGE-STATION.
                   perform FETCH-STATION.
                   if WS-INVALID-KEY = 'T'
                       move 'K' to WS-REFUSE-REASON
                       display "NO SUCH STATION : "STT-STATION-ID
                   else
                       move STATION-REC to WS-BEFORE-IMAGE
                       if STT-EFFECTIVE-DATE not = spaces
                           perform SET-EFFECTIVE-DATE
                       end-if
                   end-if.
                   if WS-REFUSE-REASON = space
                       if STT-STATION-NAME not = spaces
                           move STT-STATION-NAME to STM-STATION-NAME
                       end-if
                       if STT-OWNING-LAB not = spaces
                           move STT-OWNING-LAB to STM-OWNING-LAB
                       end-if
                       if STT-EFFECTIVE-DATE not = spaces
                           move WS-EFFECTIVE-DATE to STM-ACTIVE-DATE
                       end-if
                       if STT-MIN-LINES numeric
                           move STT-MIN-LINES to STM-MIN-LINES
                       end-if
                       if STT-MAX-LINES numeric
                           move STT-MAX-LINES to STM-MAX-LINES
                       end-if
                       if STM-STATUS = 'R'
                           and STM-RETIRED-DATE < STM-ACTIVE-DATE
                           move 'E' to WS-REFUSE-REASON
                           display "ACTIVE DATE AFTER RETIREMENT : "
                               STT-STATION-ID
                       end-if
                   end-if.
                   if WS-REFUSE-REASON = space
                       perform CHECK-LINE-RANGE
                   end-if.
                   if WS-REFUSE-REASON = space
                       rewrite STATION-REC
                       move STATION-REC to WS-AFTER-IMAGE
                   end-if.

      *>   A retirement is dated - days the station sent before the
      *>   date still edit and post, anything dated on or after it
      *>   is refused. The record stays on the master for history.
               RETIRE-STATION.
                   perform FETCH-STATION.
                   if WS-INVALID-KEY = 'T'
                       move 'K' to WS-REFUSE-REASON
                       display "NO SUCH STATION : "STT-STATION-ID
                   else
                       move STATION-REC to WS-BEFORE-IMAGE
                       if STM-STATUS = 'R'
                           move 'S' to WS-REFUSE-REASON
                           display "STATION ALREADY RETIRED : "
                               STT-STATION-ID
                       end-if
                   end-if.
                   if WS-REFUSE-REASON = space
                       perform SET-EFFECTIVE-DATE
                   end-if.
                   if WS-REFUSE-REASON = space
                       and WS-EFFECTIVE-DATE < STM-ACTIVE-DATE
                       move 'E' to WS-REFUSE-REASON
                       display "RETIRED BEFORE ACTIVE DATE : "
                           STT-STATION-ID
                   end-if.
                   if WS-REFUSE-REASON = space
                       move 'R' to STM-STATUS
                       move WS-EFFECTIVE-DATE to STM-RETIRED-DATE
                       rewrite STATION-REC
                       move STATION-REC to WS-AFTER-IMAGE
                   end-if.

               FETCH-STATION.
                   move 'F' to WS-INVALID-KEY.
                   move STT-STATION-ID to STM-STATION-ID.
                   read STATION-MASTER record
                       key is STM-STATION-ID
                       invalid key move 'T' to WS-INVALID-KEY
                   end-read.

      *>   The transaction's date when it gives one, today when it
      *>   does not. A given date must read as yyyy-mm-dd - it is
      *>   compared character by character against the header dates
      *>   the stations send, so nothing looser will do.
               SET-EFFECTIVE-DATE.
                   if STT-EFFECTIVE-DATE = spaces
                       move WS-TODAY-DATE to WS-EFFECTIVE-DATE
                   else
                       if STT-EFFECTIVE-DATE(1:4) numeric
                           and STT-EFFECTIVE-DATE(5:1) = '-'
                           and STT-EFFECTIVE-DATE(6:2) numeric
                           and STT-EFFECTIVE-DATE(8:1) = '-'
                           and STT-EFFECTIVE-DATE(9:2) numeric
                           and STT-EFFECTIVE-DATE(6:2) >= '01'
                           and STT-EFFECTIVE-DATE(6:2) <= '12'
                           and STT-EFFECTIVE-DATE(9:2) >= '01'
                           and STT-EFFECTIVE-DATE(9:2) <= '31'
                           move STT-EFFECTIVE-DATE to WS-EFFECTIVE-DATE
                       else
                           move 'E' to WS-REFUSE-REASON
                           display "BAD EFFECTIVE DATE : "
                               STT-EFFECTIVE-DATE
                       end-if
                   end-if.

               CHECK-LINE-RANGE.
                   if STM-MAX-LINES > 0
                       and STM-MIN-LINES > STM-MAX-LINES
                       move 'L' to WS-REFUSE-REASON
                       display "LINE RANGE MINIMUM OVER MAXIMUM : "
                           STT-STATION-ID
                   end-if.

               WRITE-AUDIT-ROW.
                   move spaces to STATION-AUDIT-LINE.
                   move FUNCTION CURRENT-DATE to SAU-TIMESTAMP.
                   move STT-ACTION to SAU-ACTION.
                   move STT-STATION-ID to SAU-STATION-ID.
                   if WS-REFUSE-REASON = space
                       move 'APPLIED' to SAU-DISPOSITION
                       add 1 to WS-APPLIED-COUNT
                   else
                       move 'REFUSED' to SAU-DISPOSITION
                       move WS-REFUSE-REASON to SAU-REASON
                       add 1 to WS-REFUSED-COUNT
                   end-if.
                   move WS-OPERATOR-ID to SAU-OPERATOR-ID.
                   move WS-REASON-CODE to SAU-REASON-CODE.
                   move WS-BEFORE-IMAGE to SAU-BEFORE-IMAGE.
                   move WS-AFTER-IMAGE to SAU-AFTER-IMAGE.
                   perform APPEND-AUDIT-ROW.

      *>   One row for a run the authorization check turned away -
      *>   who tried, under what reason code, with nothing applied.
               WRITE-REFUSED-RUN-ROW.
                   move spaces to STATION-AUDIT-LINE.
                   move FUNCTION CURRENT-DATE to SAU-TIMESTAMP.
                   move '-' to SAU-ACTION.
                   move 'REFUSED' to SAU-DISPOSITION.
                   move 'U' to SAU-REASON.
                   move WS-OPERATOR-ID to SAU-OPERATOR-ID.
                   move WS-REASON-CODE to SAU-REASON-CODE.
                   perform APPEND-AUDIT-ROW.

               APPEND-AUDIT-ROW.
                   open extend STATION-LOG.
                   if WS-LOG-STATUS = '35' or WS-LOG-STATUS = '05'
                       close STATION-LOG
                       open output STATION-LOG
                   end-if.
                   write STATION-AUDIT-LINE.
                   close STATION-LOG.
