       identification division.
               program-id. duprel.
               author. eckler.
               date-written. 15/10/2026.

      *>   Duplicate-submission release. The front-end edit holds a
      *>   raw file D1 when its accepted lines carry the same
      *>   fingerprint as a file already registered, and the hold
      *>   stands until someone who has checked with the owning lab
      *>   says the repeat is genuine - a day that really did read
      *>   the same as another. The caller names the held raw file;
      *>   every held fingerprint row under that name is marked
      *>   released, keeping who released it, when, and under what
      *>   reason code, and the file then edits as registered the
      *>   next time the window runs it.
      *>
      *>   Posting a repeated day twice overstates the window, so
      *>   the release stands behind an operator the authorization
      *>   table allows it and a reason code. Every attempt, applied
      *>   or refused, writes one audit row to the maintenance log
      *>   under action H.

       environment division.
               input-output section.
                   file-control.
                   select FINGERPRINT-FILE assign to 'fingerprint.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is FPR-KEY
                   file status is WS-FINGERPRINT-STATUS.
                   select MAINT-LOG assign to 'maint-log.txt'
                   organization is line sequential
                   file status is WS-LOG-STATUS.

       data division.
               file section.
               fd FINGERPRINT-FILE.
               copy "fprtrec.cpy".

               fd MAINT-LOG.
               copy "maudrec.cpy".

               working-storage section.
               01 WS-HELD-FILENAME     pic X(64).
               01 WS-FINGERPRINT-STATUS pic XX.
               01 WS-LOG-STATUS        pic XX.
               01 WS-FP-EOF            pic A value 'F'.
               01 WS-RELEASED-COUNT    pic 9(4) value 0.
               01 WS-OPERATOR-ID       pic X(8).
               01 WS-REASON-CODE       pic X(4).
               01 WS-AUTH-ACTION       pic X value 'H'.
               01 WS-AUTH-RESULT       pic X.
               01 WS-RUN-DATE          pic X(21).

               linkage section.
               01 LS-HELD-FILENAME     pic X(64).
               01 LS-OPERATOR-ID       pic X(8).
               01 LS-REASON-CODE       pic X(4).

       procedure division using LS-HELD-FILENAME
               LS-OPERATOR-ID LS-REASON-CODE.
               move spaces to WS-HELD-FILENAME.
               if LS-HELD-FILENAME not = space
                   and LS-HELD-FILENAME not = low-value
                   move LS-HELD-FILENAME to WS-HELD-FILENAME
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

               if WS-HELD-FILENAME = spaces
                   display "NO HELD FILE NAMED"
                   move 8 to RETURN-CODE
                   goback
               end-if.

               move 'N' to WS-AUTH-RESULT.
               call 'authchk' using WS-OPERATOR-ID WS-REASON-CODE
                   WS-AUTH-ACTION WS-AUTH-RESULT
               end-call.
               if WS-AUTH-RESULT not = 'Y'
                   display "RELEASE REFUSED - NOT AUTHORIZED"
                   move spaces to MAINT-AUDIT-LINE
                   move 'REFUSED' to MAU-DISPOSITION
                   move 'U' to MAU-REASON
                   perform WRITE-AUDIT-ROW
                   move 8 to RETURN-CODE
                   goback
               end-if.

               open i-o FINGERPRINT-FILE.
               if WS-FINGERPRINT-STATUS not = '00'
                   display "FINGERPRINT REGISTRY OPEN FAILED, STATUS : "
                       WS-FINGERPRINT-STATUS
                   move 8 to RETURN-CODE
                   goback
               end-if.

               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               perform until WS-FP-EOF = 'T'
                   read FINGERPRINT-FILE next record
                       AT END move 'T' to WS-FP-EOF
                       NOT AT END
                           if FPR-FILENAME = WS-HELD-FILENAME
                               and FPR-STATUS = 'H'
                               perform RELEASE-HELD-ROW
                           end-if
                   END-READ
               end-perform.
               close FINGERPRINT-FILE.

               move spaces to MAINT-AUDIT-LINE.
               if WS-RELEASED-COUNT > 0
                   move 'APPLIED' to MAU-DISPOSITION
                   move 0 to RETURN-CODE
               else
                   display "NO HELD SUBMISSION : "WS-HELD-FILENAME
                   move 'REFUSED' to MAU-DISPOSITION
                   move 'K' to MAU-REASON
                   move 4 to RETURN-CODE
               end-if.
               perform WRITE-AUDIT-ROW.
               display "HOLDS RELEASED : "WS-RELEASED-COUNT.
               goback.

               RELEASE-HELD-ROW.
                   display "RELEASED : "FPR-FILENAME.
                   display "  REPEATS  : "FPR-DUP-FILENAME.
                   move 'L' to FPR-STATUS.
                   move WS-RUN-DATE(1:8) to FPR-RELEASED-DATE.
                   move WS-OPERATOR-ID to FPR-RELEASED-BY.
                   move WS-REASON-CODE to FPR-RELEASE-REASON.
                   rewrite FINGERPRINT-REC.
                   add 1 to WS-RELEASED-COUNT.

      *>   The caller sets the disposition and reason; the rest of
      *>   the row is the same for every attempt.
               WRITE-AUDIT-ROW.
                   move FUNCTION CURRENT-DATE to MAU-TIMESTAMP.
                   move 'H' to MAU-ACTION.
                   move WS-HELD-FILENAME to MAU-INPUT-FILENAME.
                   move 0 to MAU-LINE-NO.
                   move WS-OPERATOR-ID to MAU-OPERATOR-ID.
                   move WS-REASON-CODE to MAU-REASON-CODE.
                   open extend MAINT-LOG.
                   if WS-LOG-STATUS = '35' or WS-LOG-STATUS = '05'
                       close MAINT-LOG
                       open output MAINT-LOG
                   end-if.
                   write MAINT-AUDIT-LINE.
                   close MAINT-LOG.
