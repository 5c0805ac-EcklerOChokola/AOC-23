       identification division.
               program-id. suspmnt.
               author. eckler.
               date-written. 15/10/2026.

      *>   Suspense write-off. A rejected or unvaluable line stays
      *>   open on the suspense ledger until a correction posts it -
      *>   the only other way out is a deliberate write-off, for a
      *>   line the owning lab confirms will never be repaired. A
      *>   transaction file names the items to write off, one row
      *>   per item by its key (source filename, line number, item
      *>   type), and every row read writes its own audit row to the
      *>   maintenance log under action W.
      *>
      *>   Writing a line off takes it out of the chase for good, so
      *>   the whole run stands behind an operator the authorization
      *>   table allows write-offs and a reason code - an
      *>   unauthorized or unidentified attempt is refused up front
      *>   with its own audit row and nothing written off. Only an
      *>   open item may be written off; the item keeps who wrote it
      *>   off, when, and under what reason code.

       environment division.
               input-output section.
                   file-control.
                   select TXN-IN assign to dynamic WS-TXN-FILENAME
                   organization is line sequential
                   file status is WS-TXN-STATUS.
                   select SUSPENSE-FILE assign to 'suspense.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is SUS-KEY
                   file status is WS-SUSPENSE-STATUS.
                   select MAINT-LOG assign to 'maint-log.txt'
                   organization is line sequential
                   file status is WS-LOG-STATUS.

       data division.
               file section.
               fd TXN-IN.
               copy "swotrec.cpy".

               fd SUSPENSE-FILE.
               copy "susprec.cpy".

               fd MAINT-LOG.
               copy "maudrec.cpy".

               working-storage section.
               01 WS-TXN-FILENAME      pic X(64)
                   value 'data/suspense-wo.txt'.
               01 WS-TXN-STATUS        pic XX.
               01 WS-SUSPENSE-STATUS   pic XX.
               01 WS-LOG-STATUS        pic XX.
               01 WS-TXN-EOF           pic A value 'F'.
               01 WS-INVALID-KEY       pic A.
               01 WS-REFUSE-REASON     pic X.
               01 WS-APPLIED-COUNT     pic 9(4) value 0.
               01 WS-REFUSED-COUNT     pic 9(4) value 0.
               01 WS-OPERATOR-ID       pic X(8).
               01 WS-REASON-CODE       pic X(4).
               01 WS-AUTH-ACTION       pic X value 'W'.
               01 WS-AUTH-RESULT       pic X.
               01 WS-RUN-DATE          pic X(21).

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
                   display "WRITE-OFF REFUSED - NOT AUTHORIZED"
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
               open i-o SUSPENSE-FILE.
               if WS-SUSPENSE-STATUS not = '00'
                   display "SUSPENSE LEDGER OPEN FAILED, STATUS : "
                       WS-SUSPENSE-STATUS
                   close TXN-IN
                   move 8 to RETURN-CODE
                   goback
               end-if.

               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               perform until WS-TXN-EOF = 'T'
                   read TXN-IN
                       AT END move 'T' to WS-TXN-EOF
                       NOT AT END perform APPLY-ONE-TXN
                   END-READ
               end-perform.
               close TXN-IN.
               close SUSPENSE-FILE.

               display "ITEMS WRITTEN OFF : "WS-APPLIED-COUNT.
               display "TXNS REFUSED      : "WS-REFUSED-COUNT.
               if WS-REFUSED-COUNT > 0
                   move 4 to RETURN-CODE
               else
                   move 0 to RETURN-CODE
               end-if.
               goback.

      *>   Blank rows and '*' comment rows are for the transaction
      *>   file's author, not for the ledger.
               APPLY-ONE-TXN.
                   if WRITEOFF-TXN-LINE = spaces
                       or SWO-SOURCE-FILENAME(1:1) = '*'
                       continue
                   else
                       perform WRITE-OFF-ITEM
                       perform WRITE-AUDIT-ROW
                   end-if.

               WRITE-OFF-ITEM.
                   move space to WS-REFUSE-REASON.
                   move 'F' to WS-INVALID-KEY.
                   if SWO-LINE-NO not numeric
                       move 'T' to WS-INVALID-KEY
                   else
                       move SWO-SOURCE-FILENAME to SUS-SOURCE-FILENAME
                       move SWO-LINE-NO to SUS-LINE-NO
                       move SWO-ITEM-TYPE to SUS-ITEM-TYPE
                       read SUSPENSE-FILE record
                           key is SUS-KEY
                           invalid key move 'T' to WS-INVALID-KEY
                       end-read
                   end-if.
                   evaluate true
                       when WS-INVALID-KEY = 'T'
                           move 'K' to WS-REFUSE-REASON
                           display "NO SUCH SUSPENSE ITEM : "
                               SWO-SOURCE-FILENAME
                           display "  LINE           : "SWO-LINE-NO
                       when SUS-STATUS not = 'O'
                           move 'S' to WS-REFUSE-REASON
                           display "SUSPENSE ITEM NOT OPEN : "
                               SWO-SOURCE-FILENAME
                           display "  LINE            : "SWO-LINE-NO
                       when other
                           move 'W' to SUS-STATUS
                           move WS-RUN-DATE(1:8) to SUS-CLOSED-DATE
                           move WS-OPERATOR-ID to SUS-CLOSED-BY
                           move WS-REASON-CODE to SUS-CLOSE-REASON
                           rewrite SUSPENSE-REC
                   end-evaluate.

               WRITE-AUDIT-ROW.
                   move spaces to MAINT-AUDIT-LINE.
                   move FUNCTION CURRENT-DATE to MAU-TIMESTAMP.
                   move 'W' to MAU-ACTION.
                   move SWO-SOURCE-FILENAME to MAU-INPUT-FILENAME.
                   if SWO-LINE-NO numeric
                       move SWO-LINE-NO to MAU-LINE-NO
                   else
                       move 0 to MAU-LINE-NO
                   end-if.
                   if WS-REFUSE-REASON = space
                       move 'APPLIED' to MAU-DISPOSITION
                       add 1 to WS-APPLIED-COUNT
                   else
                       move 'REFUSED' to MAU-DISPOSITION
                       move WS-REFUSE-REASON to MAU-REASON
                       add 1 to WS-REFUSED-COUNT
                   end-if.
                   move WS-OPERATOR-ID to MAU-OPERATOR-ID.
                   move WS-REASON-CODE to MAU-REASON-CODE.
                   perform APPEND-AUDIT-ROW.

      *>   One row for a run the authorization check turned away -
      *>   who tried, under what reason code, with nothing applied.
               WRITE-REFUSED-RUN-ROW.
                   move spaces to MAINT-AUDIT-LINE.
                   move FUNCTION CURRENT-DATE to MAU-TIMESTAMP.
                   move 'W' to MAU-ACTION.
                   move WS-TXN-FILENAME to MAU-INPUT-FILENAME.
                   move 0 to MAU-LINE-NO.
                   move 'REFUSED' to MAU-DISPOSITION.
                   move 'U' to MAU-REASON.
                   move WS-OPERATOR-ID to MAU-OPERATOR-ID.
                   move WS-REASON-CODE to MAU-REASON-CODE.
                   perform APPEND-AUDIT-ROW.

               APPEND-AUDIT-ROW.
                   open extend MAINT-LOG.
                   if WS-LOG-STATUS = '35' or WS-LOG-STATUS = '05'
                       close MAINT-LOG
                       open output MAINT-LOG
                   end-if.
                   write MAINT-AUDIT-LINE.
                   close MAINT-LOG.
