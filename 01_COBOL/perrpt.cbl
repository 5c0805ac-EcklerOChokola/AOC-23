       identification division.
               program-id. perrpt.
               author. eckler.
               date-written. 15/10/2026.

      *>   Period-end report for a closed month (yyyymm, last month
      *>   when none is passed). The figures the close froze are the
      *>   opening figures; every prior-period adjustment posted
      *>   against one of the month's days since - in whatever open
      *>   month it was posted - is listed ahead of the day it
      *>   corrects, and each day, each station and the month as a
      *>   whole show the opening figure, the adjustments and the
      *>   adjusted result. The receiving system's booked figure is
      *>   the opening one; the adjustments are what has moved since.
      *>
      *>   Only the ledger rows of the close that stands - the ones
      *>   carrying the close stamp on the period control file - are
      *>   read, so rows left by an interrupted close never count. A
      *>   month that is not closed has no opening figures and ends
      *>   the step with condition code 8.
      *>
      *>   Built as a sort and a control break on the station and
      *>   the day's file, the same way balance proves its files.

       environment division.
               input-output section.
                   file-control.
                   select PERIOD-FILE assign to 'period.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is PER-PERIOD
                   file status is WS-PERIOD-STATUS.
                   select LEDGER-IN assign to 'period-ledger.txt'
                   organization is line sequential
                   file status is WS-LEDGER-STATUS.
                   select PRIOR-ADJ-IN assign to 'prior-adj.txt'
                   organization is line sequential
                   file status is WS-PRIOR-ADJ-STATUS.
                   select REPORT-OUT assign to 'period-report.txt'
                   organization is line sequential
                   file status is WS-REPORT-STATUS.
                   select SORT-WORK assign to 'perrpt-sort.tmp'.

       data division.
               file section.
               fd PERIOD-FILE.
               copy "perrec.cpy".

               fd LEDGER-IN.
               copy "plgrec.cpy".

               fd PRIOR-ADJ-IN.
               copy "ppadrec.cpy".

               fd REPORT-OUT.
               copy "prptrec.cpy".

      *>   One sort record per frozen day and per adjustment - each
      *>   station's days together, a day's frozen figure ahead of
      *>   its adjustments, the adjustments in the order posted.
      *>   Row types: 1 = ledger DAY row, 2 = prior-period adjustment.
               sd SORT-WORK.
               01 SORT-REC.
                   05 SR-STATION-ID    pic X(4).
                   05 SR-FILENAME      pic X(64).
                   05 SR-TYPE          pic X.
                   05 SR-STAMP         pic X(21).
                   05 SR-DAY-DATE      pic X(10).
                   05 SR-TOTAL         pic 9(9).
                   05 SR-POST-PERIOD   pic X(6).
                   05 SR-LINE-NO       pic 9(6).
                   05 SR-OLD-VALUE     pic 9(2).
                   05 SR-NEW-VALUE     pic 9(2).
                   05 SR-DELTA         pic S9(3).
                   05 SR-OPERATOR-ID   pic X(8).
                   05 SR-REASON-CODE   pic X(4).

               working-storage section.
               01 WS-PERIOD-STATUS     pic XX.
               01 WS-LEDGER-STATUS     pic XX.
               01 WS-PRIOR-ADJ-STATUS  pic XX.
               01 WS-REPORT-STATUS     pic XX.
               01 WS-FILE-EOF          pic A.
               01 WS-SORT-EOF          pic A.
               01 WS-PERIOD            pic X(6).
               01 WS-CLOSE-STAMP       pic X(21).
               01 WS-PERIOD-FOUND      pic A.
               01 WS-RUN-DATE          pic X(21).
               01 WS-GEN-PERIOD.
                   05 WS-GEN-YEAR      pic 9(4).
                   05 WS-GEN-MONTH     pic 9(2).
      *>   The station and the day crossing the breaks, and the
      *>   opening, adjustment and adjusted figures at each level.
               01 WS-STN-OPEN          pic A.
               01 WS-DAY-OPEN          pic A.
               01 WS-BREAK-STATION     pic X(4).
               01 WS-BREAK-FILENAME    pic X(64).
               01 WS-DAY-DATE          pic X(10).
               01 WS-DAY-OPENING       pic 9(9).
               01 WS-DAY-ADJ-COUNT     pic 9(5).
               01 WS-DAY-ADJ-NET       pic S9(7).
               01 WS-STN-OPENING       pic 9(9).
               01 WS-STN-ADJ-COUNT     pic 9(5).
               01 WS-STN-ADJ-NET       pic S9(7).
               01 WS-ALL-OPENING       pic 9(9)  value 0.
               01 WS-ALL-ADJ-COUNT     pic 9(5)  value 0.
               01 WS-ALL-ADJ-NET       pic S9(7) value 0.
               01 WS-ADJUSTED          pic S9(9).

               linkage section.
               01 LS-PERIOD            pic X(6).

       procedure division using LS-PERIOD.
               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               move LS-PERIOD to WS-PERIOD.
               if WS-PERIOD = space or WS-PERIOD = low-value
                   move WS-RUN-DATE(1:6) to WS-GEN-PERIOD
                   if WS-GEN-MONTH = 1
                       subtract 1 from WS-GEN-YEAR
                       move 12 to WS-GEN-MONTH
                   else
                       subtract 1 from WS-GEN-MONTH
                   end-if
                   move WS-GEN-PERIOD to WS-PERIOD
               end-if.
               display "REPORT PERIOD : "WS-PERIOD.

               perform FIND-CLOSE-STAMP.
               if WS-PERIOD-FOUND not = 'T'
                   display "PERIOD NOT CLOSED : "WS-PERIOD
                   move 8 to RETURN-CODE
                   goback
               end-if.

               sort SORT-WORK
                   on ascending key SR-STATION-ID SR-FILENAME
                       SR-TYPE SR-STAMP
                   input procedure is RELEASE-PERIOD-ROWS
                   output procedure is REPORT-EACH-STATION.

               compute WS-ADJUSTED = WS-ALL-OPENING + WS-ALL-ADJ-NET.
               display "OPENING TOTAL  : "WS-ALL-OPENING.
               display "ADJUSTMENTS    : "WS-ALL-ADJ-COUNT.
               display "ADJUSTED TOTAL : "WS-ADJUSTED.
               move 0 to RETURN-CODE.
               goback.

               FIND-CLOSE-STAMP.
                   move 'F' to WS-PERIOD-FOUND.
                   move spaces to WS-CLOSE-STAMP.
                   open input PERIOD-FILE.
                   if WS-PERIOD-STATUS = '00'
                       move WS-PERIOD to PER-PERIOD
                       read PERIOD-FILE record
                           key is PER-PERIOD
                           invalid key continue
                           not invalid key
                               if PER-STATUS = 'C'
                                   move 'T' to WS-PERIOD-FOUND
                                   move PER-CLOSED-STAMP
                                       to WS-CLOSE-STAMP
                               end-if
                       end-read
                       close PERIOD-FILE
                   end-if.

               RELEASE-PERIOD-ROWS.
                   perform RELEASE-LEDGER-ROWS.
                   perform RELEASE-ADJUST-ROWS.

               RELEASE-LEDGER-ROWS.
                   move 'F' to WS-FILE-EOF.
                   open input LEDGER-IN.
                   if WS-LEDGER-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read LEDGER-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if PLG-PERIOD = WS-PERIOD
                                   and PLG-CLOSE-STAMP = WS-CLOSE-STAMP
                                   and PLG-LABEL = 'DAY'
                                   perform RELEASE-LEDGER-ROW
                               end-if
                       END-READ
                   end-perform.
                   if WS-LEDGER-STATUS = '00' or
                       WS-LEDGER-STATUS = '10'
                       close LEDGER-IN
                   end-if.

               RELEASE-LEDGER-ROW.
                   move spaces to SORT-REC.
                   move PLG-STATION-ID to SR-STATION-ID.
                   move PLG-INPUT-FILENAME to SR-FILENAME.
                   move '1' to SR-TYPE.
                   move PLG-CLOSE-STAMP to SR-STAMP.
                   move PLG-DAY-DATE to SR-DAY-DATE.
                   move PLG-TOTAL to SR-TOTAL.
                   move 0 to SR-LINE-NO.
                   move 0 to SR-OLD-VALUE.
                   move 0 to SR-NEW-VALUE.
                   move 0 to SR-DELTA.
                   release SORT-REC.

               RELEASE-ADJUST-ROWS.
                   move 'F' to WS-FILE-EOF.
                   open input PRIOR-ADJ-IN.
                   if WS-PRIOR-ADJ-STATUS not = '00'
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read PRIOR-ADJ-IN
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if PPA-CLOSED-PERIOD = WS-PERIOD
                                   and PPA-OLD-VALUE numeric
                                   and PPA-NEW-VALUE numeric
                                   perform RELEASE-ADJUST-ROW
                               end-if
                       END-READ
                   end-perform.
                   if WS-PRIOR-ADJ-STATUS = '00' or
                       WS-PRIOR-ADJ-STATUS = '10'
                       close PRIOR-ADJ-IN
                   end-if.

               RELEASE-ADJUST-ROW.
                   move spaces to SORT-REC.
                   move PPA-STATION-ID to SR-STATION-ID.
                   move PPA-INPUT-FILENAME to SR-FILENAME.
                   move '2' to SR-TYPE.
                   move PPA-TIMESTAMP to SR-STAMP.
                   move 0 to SR-TOTAL.
                   move PPA-POST-PERIOD to SR-POST-PERIOD.
                   move PPA-LINE-NO to SR-LINE-NO.
                   move PPA-OLD-VALUE to SR-OLD-VALUE.
                   move PPA-NEW-VALUE to SR-NEW-VALUE.
                   compute SR-DELTA = PPA-NEW-VALUE - PPA-OLD-VALUE.
                   move PPA-OPERATOR-ID to SR-OPERATOR-ID.
                   move PPA-REASON-CODE to SR-REASON-CODE.
                   release SORT-REC.

               REPORT-EACH-STATION.
                   open output REPORT-OUT.
                   move 'F' to WS-SORT-EOF.
                   move 'F' to WS-STN-OPEN.
                   move 'F' to WS-DAY-OPEN.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-WORK record
                           AT END
                               move 'T' to WS-SORT-EOF
                               if WS-STN-OPEN = 'T'
                                   perform FINISH-ONE-STATION
                               end-if
                           NOT AT END perform NOTE-SORTED-ROW
                       END-RETURN
                   end-perform.
                   perform WRITE-PERIOD-ROW.
                   close REPORT-OUT.

               NOTE-SORTED-ROW.
                   if WS-STN-OPEN = 'T'
                       and SR-STATION-ID not = WS-BREAK-STATION
                       perform FINISH-ONE-STATION
                   end-if.
                   if WS-STN-OPEN not = 'T'
                       perform START-ONE-STATION
                   end-if.
                   if WS-DAY-OPEN = 'T'
                       and SR-FILENAME not = WS-BREAK-FILENAME
                       perform FINISH-ONE-DAY
                   end-if.
                   if WS-DAY-OPEN not = 'T'
                       perform START-ONE-DAY
                   end-if.
                   if SR-TYPE = '1'
                       move SR-DAY-DATE to WS-DAY-DATE
                       add SR-TOTAL to WS-DAY-OPENING
                   else
                       perform WRITE-ADJUST-ROW
                   end-if.

               START-ONE-STATION.
                   move 'T' to WS-STN-OPEN.
                   move SR-STATION-ID to WS-BREAK-STATION.
                   move 0 to WS-STN-OPENING.
                   move 0 to WS-STN-ADJ-COUNT.
                   move 0 to WS-STN-ADJ-NET.

               START-ONE-DAY.
                   move 'T' to WS-DAY-OPEN.
                   move SR-FILENAME to WS-BREAK-FILENAME.
                   move spaces to WS-DAY-DATE.
                   move 0 to WS-DAY-OPENING.
                   move 0 to WS-DAY-ADJ-COUNT.
                   move 0 to WS-DAY-ADJ-NET.

               WRITE-ADJUST-ROW.
                   move spaces to PERIOD-ADJUST-LINE.
                   move 'ADJUST' to PRA-LABEL.
                   move SR-POST-PERIOD to PRA-POST-PERIOD.
                   move SR-STATION-ID to PRA-STATION-ID.
                   move SR-STAMP(1:8) to PRA-POST-DATE.
                   move SR-FILENAME to PRA-INPUT-FILENAME.
                   move SR-LINE-NO to PRA-LINE-NO.
                   move SR-OLD-VALUE to PRA-OLD-VALUE.
                   move SR-NEW-VALUE to PRA-NEW-VALUE.
                   move SR-DELTA to PRA-DELTA.
                   move SR-OPERATOR-ID to PRA-OPERATOR-ID.
                   move SR-REASON-CODE to PRA-REASON-CODE.
                   write PERIOD-ADJUST-LINE.
                   add 1 to WS-DAY-ADJ-COUNT.
                   add SR-DELTA to WS-DAY-ADJ-NET.

               FINISH-ONE-DAY.
                   compute WS-ADJUSTED =
                       WS-DAY-OPENING + WS-DAY-ADJ-NET.
                   move spaces to PERIOD-REPORT-LINE.
                   move 'DAY' to PRP-LABEL.
                   move WS-PERIOD to PRP-PERIOD.
                   move WS-BREAK-STATION to PRP-STATION-ID.
                   move WS-DAY-DATE to PRP-DAY-DATE.
                   move WS-BREAK-FILENAME to PRP-INPUT-FILENAME.
                   move WS-DAY-OPENING to PRP-OPENING.
                   move WS-DAY-ADJ-COUNT to PRP-ADJ-COUNT.
                   move WS-DAY-ADJ-NET to PRP-ADJ-NET.
                   move WS-ADJUSTED to PRP-ADJUSTED.
                   write PERIOD-REPORT-LINE.
                   add WS-DAY-OPENING to WS-STN-OPENING.
                   add WS-DAY-ADJ-COUNT to WS-STN-ADJ-COUNT.
                   add WS-DAY-ADJ-NET to WS-STN-ADJ-NET.
                   move 'F' to WS-DAY-OPEN.

               FINISH-ONE-STATION.
                   if WS-DAY-OPEN = 'T'
                       perform FINISH-ONE-DAY
                   end-if.
                   compute WS-ADJUSTED =
                       WS-STN-OPENING + WS-STN-ADJ-NET.
                   move spaces to PERIOD-REPORT-LINE.
                   move 'STATION' to PRP-LABEL.
                   move WS-PERIOD to PRP-PERIOD.
                   move WS-BREAK-STATION to PRP-STATION-ID.
                   move WS-STN-OPENING to PRP-OPENING.
                   move WS-STN-ADJ-COUNT to PRP-ADJ-COUNT.
                   move WS-STN-ADJ-NET to PRP-ADJ-NET.
                   move WS-ADJUSTED to PRP-ADJUSTED.
                   write PERIOD-REPORT-LINE.
                   add WS-STN-OPENING to WS-ALL-OPENING.
                   add WS-STN-ADJ-COUNT to WS-ALL-ADJ-COUNT.
                   add WS-STN-ADJ-NET to WS-ALL-ADJ-NET.
                   move 'F' to WS-STN-OPEN.

               WRITE-PERIOD-ROW.
                   compute WS-ADJUSTED =
                       WS-ALL-OPENING + WS-ALL-ADJ-NET.
                   move spaces to PERIOD-REPORT-LINE.
                   move 'PERIOD' to PRP-LABEL.
                   move WS-PERIOD to PRP-PERIOD.
                   move WS-ALL-OPENING to PRP-OPENING.
                   move WS-ALL-ADJ-COUNT to PRP-ADJ-COUNT.
                   move WS-ALL-ADJ-NET to PRP-ADJ-NET.
                   move WS-ADJUSTED to PRP-ADJUSTED.
                   write PERIOD-REPORT-LINE.
