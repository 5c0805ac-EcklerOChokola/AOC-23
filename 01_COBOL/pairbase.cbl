       identification division.
               program-id. pairbase.
               author. eckler.
               date-written. 15/10/2026.

      *>   Station digit-pair baseline sign-off. The owning lab names
      *>   a run of days it vouches for as good - a station and a
      *>   from and to date, yyyy-mm-dd - and this job adds up the
      *>   first/last digit-pair mix of every standing day the
      *>   station sent inside it into the station's baseline
      *>   record, which the drift report measures every later day
      *>   against. A new sign-off replaces the station's old
      *>   baseline; every attempt, applied or not, writes a row to
      *>   the baseline log.
      *>
      *>   A day's mix is the latest completed or rerun set of pair
      *>   rows for its file - a forced rerun's set stands over the
      *>   original run's, and single-line reprocess sets are passed
      *>   over. The live pairs file is read together with any
      *>   month-end archive generations from the month before the
      *>   period's first month on - that month's archive runs in
      *>   the first days of the next and takes their rows with it -
      *>   so a baseline can be signed off for days whose rows have
      *>   already been archived.
      *>
      *>   The baseline is what drift is judged by, so the sign-off
      *>   stands behind an operator the authorization table allows
      *>   it and a reason code - an unauthorized or unidentified
      *>   attempt is refused with its own log row and nothing
      *>   changed.

       environment division.
               input-output section.
                   file-control.
                   select PAIRS-IN assign to dynamic WS-PAIRS-FILENAME
                   organization is line sequential
                   file status is WS-PAIRS-STATUS.
                   select BASELINE-FILE assign to 'baseline.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is BAS-STATION-ID
                   file status is WS-BASELINE-STATUS.
                   select BASELINE-LOG assign to 'baseline-log.txt'
                   organization is line sequential
                   file status is WS-LOG-STATUS.
                   select SORT-WORK assign to 'pairbase-sort.tmp'.

       data division.
               file section.
               fd PAIRS-IN.
               copy "pairrec.cpy".

               fd BASELINE-FILE.
               copy "basrec.cpy".

               fd BASELINE-LOG.
               copy "blogrec.cpy".

      *>   One sort record per qualifying pair row - each file's sets
      *>   together, newest run first, so the first stamp returned
      *>   for a file is its standing set.
               sd SORT-WORK.
               01 SORT-REC.
                   05 SR-FILENAME      pic X(64).
                   05 SR-STAMP         pic X(21).
                   05 SR-FIRSTD        pic 9.
                   05 SR-LASTD         pic 9.
                   05 SR-COUNT         pic 9(6).

               working-storage section.
               01 WS-PAIRS-FILENAME    pic X(64).
               01 WS-PAIRS-STATUS      pic XX.
               01 WS-BASELINE-STATUS   pic XX.
               01 WS-LOG-STATUS        pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-SORT-EOF          pic A.
               01 WS-STATION-ID        pic X(4).
               01 WS-FROM-DATE         pic X(10).
               01 WS-TO-DATE           pic X(10).
               01 WS-CHECK-DATE        pic X(10).
               01 WS-DATE-OK           pic A.
               01 WS-REFUSE-REASON     pic X.
               01 WS-OPERATOR-ID       pic X(8).
               01 WS-REASON-CODE       pic X(4).
               01 WS-AUTH-ACTION       pic X value 'B'.
               01 WS-AUTH-RESULT       pic X.
               01 WS-RUN-DATE          pic X(21).
      *>   Archive generations are read month by month from the
      *>   period's first month up to the current one.
               01 WS-GEN-PERIOD.
                   05 WS-GEN-YEAR      pic 9(4).
                   05 WS-GEN-MONTH     pic 9(2).
               01 WS-THIS-PERIOD       pic X(6).
      *>   The file whose sets are crossing the break, and the stamp
      *>   of its standing set.
               01 WS-GROUP-OPEN        pic A.
               01 WS-BREAK-FILENAME    pic X(64).
               01 WS-KEEP-STAMP        pic X(21).
               01 WS-DAY-COUNT         pic 9(5)  value 0.
               01 WS-LINE-COUNT        pic 9(9)  value 0.
               01 WS-PI                pic 9(2).
               01 WS-PJ                pic 9(2).
               01 WS-PAIR-TABLE.
                   05 WS-PAIR-ROW occurs 10 times.
                       10 WS-PAIR-CELL occurs 10 times pic 9(8).

               linkage section.
               01 LS-STATION-ID        pic X(4).
               01 LS-FROM-DATE         pic X(10).
               01 LS-TO-DATE           pic X(10).
               01 LS-OPERATOR-ID       pic X(8).
               01 LS-REASON-CODE       pic X(4).

       procedure division using LS-STATION-ID LS-FROM-DATE
               LS-TO-DATE LS-OPERATOR-ID LS-REASON-CODE.
               move LS-STATION-ID to WS-STATION-ID.
               move LS-FROM-DATE to WS-FROM-DATE.
               move LS-TO-DATE to WS-TO-DATE.
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
               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               move zero to WS-PAIR-TABLE.
               move space to WS-REFUSE-REASON.
               display "BASELINE STATION : "WS-STATION-ID.
               display "PERIOD           : "WS-FROM-DATE" TO "
                   WS-TO-DATE.

               move 'N' to WS-AUTH-RESULT.
               call 'authchk' using WS-OPERATOR-ID WS-REASON-CODE
                   WS-AUTH-ACTION WS-AUTH-RESULT
               end-call.
               if WS-AUTH-RESULT not = 'Y'
                   display "BASELINE REFUSED - NOT AUTHORIZED"
                   move 'U' to WS-REFUSE-REASON
                   perform WRITE-LOG-ROW
                   move 8 to RETURN-CODE
                   goback
               end-if.

               move WS-FROM-DATE to WS-CHECK-DATE.
               perform CHECK-PERIOD-DATE.
               if WS-DATE-OK = 'T'
                   move WS-TO-DATE to WS-CHECK-DATE
                   perform CHECK-PERIOD-DATE
               end-if.
               if WS-DATE-OK not = 'T'
                   or WS-FROM-DATE > WS-TO-DATE
                   or WS-STATION-ID = spaces
                   or WS-STATION-ID = low-value
                   display "BASELINE REFUSED - BAD STATION OR PERIOD"
                   move 'D' to WS-REFUSE-REASON
                   perform WRITE-LOG-ROW
                   move 8 to RETURN-CODE
                   goback
               end-if.

               sort SORT-WORK
                   on ascending key SR-FILENAME
                   on descending key SR-STAMP
                   input procedure is RELEASE-PAIR-ROWS
                   output procedure is ADD-EACH-DAY.

               display "DAYS IN BASELINE  : "WS-DAY-COUNT.
               display "LINES IN BASELINE : "WS-LINE-COUNT.
               if WS-DAY-COUNT = 0
                   display "BASELINE REFUSED - NO STANDING DAYS"
                   move 'N' to WS-REFUSE-REASON
                   perform WRITE-LOG-ROW
                   move 8 to RETURN-CODE
                   goback
               end-if.

               perform STORE-BASELINE.
               perform WRITE-LOG-ROW.
               if WS-REFUSE-REASON not = space
                   move 8 to RETURN-CODE
               else
                   move 0 to RETURN-CODE
               end-if.
               goback.

      *>   Period dates are compared character by character against
      *>   the dates in the filenames, so only yyyy-mm-dd will do.
               CHECK-PERIOD-DATE.
                   if WS-CHECK-DATE(1:4) numeric
                       and WS-CHECK-DATE(5:1) = '-'
                       and WS-CHECK-DATE(6:2) numeric
                       and WS-CHECK-DATE(8:1) = '-'
                       and WS-CHECK-DATE(9:2) numeric
                       and WS-CHECK-DATE(6:2) >= '01'
                       and WS-CHECK-DATE(6:2) <= '12'
                       and WS-CHECK-DATE(9:2) >= '01'
                       and WS-CHECK-DATE(9:2) <= '31'
                       move 'T' to WS-DATE-OK
                   else
                       move 'F' to WS-DATE-OK
                   end-if.

               RELEASE-PAIR-ROWS.
                   move WS-RUN-DATE(1:6) to WS-THIS-PERIOD.
                   move WS-FROM-DATE(1:4) to WS-GEN-YEAR.
                   move WS-FROM-DATE(6:2) to WS-GEN-MONTH.
                   if WS-GEN-MONTH = 1
                       subtract 1 from WS-GEN-YEAR
                       move 12 to WS-GEN-MONTH
                   else
                       subtract 1 from WS-GEN-MONTH
                   end-if.
                   perform until WS-GEN-PERIOD > WS-THIS-PERIOD
                       move spaces to WS-PAIRS-FILENAME
                       string 'pairs.txt.' delimited by size
                           WS-GEN-PERIOD delimited by size
                           into WS-PAIRS-FILENAME
                       end-string
                       perform RELEASE-ONE-PAIR-FILE
                       if WS-GEN-MONTH = 12
                           add 1 to WS-GEN-YEAR
                           move 1 to WS-GEN-MONTH
                       else
                           add 1 to WS-GEN-MONTH
                       end-if
                   end-perform.
                   move 'pairs.txt' to WS-PAIRS-FILENAME.
                   perform RELEASE-ONE-PAIR-FILE.

      *>   A generation that was never cut (a month with no window)
      *>   simply is not there.
               RELEASE-ONE-PAIR-FILE.
                   move 'F' to WS-FILE-EOF.
                   open input PAIRS-IN.
                   if WS-PAIRS-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read PAIRS-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END perform RELEASE-PAIR-ROW
                       END-READ
                   end-perform.
                   if WS-PAIRS-STATUS = '00' or
                       WS-PAIRS-STATUS = '10'
                       close PAIRS-IN
                   end-if.

               RELEASE-PAIR-ROW.
                   if PAIR-STATION-ID = WS-STATION-ID
                       and (PAIR-RUN-STATUS = 'C'
                           or PAIR-RUN-STATUS = 'R')
                       and PAIR-DAY-DATE not < WS-FROM-DATE
                       and PAIR-DAY-DATE not > WS-TO-DATE
                       and PAIR-FIRSTD numeric
                       and PAIR-LASTD numeric
                       and PAIR-COUNT numeric
                       move spaces to SORT-REC
                       move PAIR-INPUT-FILENAME to SR-FILENAME
                       move PAIR-RUN-STAMP to SR-STAMP
                       move PAIR-FIRSTD to SR-FIRSTD
                       move PAIR-LASTD to SR-LASTD
                       move PAIR-COUNT to SR-COUNT
                       release SORT-REC
                   end-if.

               ADD-EACH-DAY.
                   move 'F' to WS-SORT-EOF.
                   move 'F' to WS-GROUP-OPEN.
                   move spaces to WS-BREAK-FILENAME.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-WORK record
                           AT END move 'T' to WS-SORT-EOF
                           NOT AT END perform NOTE-SORTED-ROW
                       END-RETURN
                   end-perform.

      *>   The first stamp returned for a file is its newest set -
      *>   rows of older sets for the same file are passed over.
               NOTE-SORTED-ROW.
                   if WS-GROUP-OPEN not = 'T'
                       or SR-FILENAME not = WS-BREAK-FILENAME
                       move 'T' to WS-GROUP-OPEN
                       move SR-FILENAME to WS-BREAK-FILENAME
                       move SR-STAMP to WS-KEEP-STAMP
                       add 1 to WS-DAY-COUNT
                   end-if.
                   if SR-STAMP = WS-KEEP-STAMP
                       compute WS-PI = SR-FIRSTD + 1
                       compute WS-PJ = SR-LASTD + 1
                       add SR-COUNT to WS-PAIR-CELL(WS-PI, WS-PJ)
                       add SR-COUNT to WS-LINE-COUNT
                   end-if.

      *>   The keyed file is created on first use; a station's new
      *>   baseline replaces its old one.
               STORE-BASELINE.
                   open i-o BASELINE-FILE.
                   if WS-BASELINE-STATUS = '35'
                       or WS-BASELINE-STATUS = '05'
                       close BASELINE-FILE
                       open output BASELINE-FILE
                       close BASELINE-FILE
                       open i-o BASELINE-FILE
                   end-if.
                   if WS-BASELINE-STATUS not = '00'
                       display "BASELINE FILE OPEN FAILED, STATUS : "
                           WS-BASELINE-STATUS
                       move 'F' to WS-REFUSE-REASON
                   else
                       move spaces to BASELINE-REC
                       move WS-STATION-ID to BAS-STATION-ID
                       move WS-FROM-DATE to BAS-FROM-DATE
                       move WS-TO-DATE to BAS-TO-DATE
                       move WS-DAY-COUNT to BAS-DAY-COUNT
                       move WS-LINE-COUNT to BAS-LINE-COUNT
                       move WS-PAIR-TABLE to BAS-PAIR-TABLE
                       move WS-RUN-DATE to BAS-SIGNED-STAMP
                       move WS-OPERATOR-ID to BAS-SIGNED-BY
                       move WS-REASON-CODE to BAS-REASON-CODE
                       write BASELINE-REC
                           invalid key rewrite BASELINE-REC
                       end-write
                       close BASELINE-FILE
                   end-if.

               WRITE-LOG-ROW.
                   move spaces to BASELINE-LOG-LINE.
                   move FUNCTION CURRENT-DATE to BLG-TIMESTAMP.
                   move WS-STATION-ID to BLG-STATION-ID.
                   move WS-FROM-DATE to BLG-FROM-DATE.
                   move WS-TO-DATE to BLG-TO-DATE.
                   if WS-REFUSE-REASON = space
                       move 'APPLIED' to BLG-DISPOSITION
                   else
                       move 'REFUSED' to BLG-DISPOSITION
                       move WS-REFUSE-REASON to BLG-REASON
                   end-if.
                   move WS-DAY-COUNT to BLG-DAY-COUNT.
                   move WS-LINE-COUNT to BLG-LINE-COUNT.
                   move WS-OPERATOR-ID to BLG-OPERATOR-ID.
                   move WS-REASON-CODE to BLG-REASON-CODE.
                   open extend BASELINE-LOG.
                   if WS-LOG-STATUS = '35' or WS-LOG-STATUS = '05'
                       close BASELINE-LOG
                       open output BASELINE-LOG
                   end-if.
                   write BASELINE-LOG-LINE.
                   close BASELINE-LOG.
