       identification division.
               program-id. suspage.
               author. eckler.
               date-written. 15/10/2026.

      *>   Suspense aging report, run every window. Lists each line
      *>   still open on the suspense ledger - edit rejects and lines
      *>   the engine could not value alike - by station, oldest
      *>   first, with its age in days, then a summary row per
      *>   station bucketing its open items 0-2, 3-7, 8-30 and over
      *>   30 days old, naming the instrument and the owning lab the
      *>   repairs are chased with, and a total row across every
      *>   station. Corrected and written-off items are history and
      *>   are left out.
      *>
      *>   Age is counted in whole days from the date the item went
      *>   into suspense to the as-of date - the caller's yyyymmdd
      *>   when one is passed, today otherwise. Any item over 30
      *>   days old ends the step with return code 4, so a lab that
      *>   is not repairing its lines is seen before month-end.
      *>
      *>   Built as a sort and a control break on the station, the
      *>   same way balance proves its files - no table of stations
      *>   and no ceiling on the number of open items.

       environment division.
               input-output section.
                   file-control.
                   select SUSPENSE-FILE assign to 'suspense.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is SUS-KEY
                   file status is WS-SUSPENSE-STATUS.
                   select STATION-MASTER assign to 'stations.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is STM-STATION-ID
                   file status is WS-STATION-STATUS.
                   select AGING-OUT assign to 'suspense-aging.txt'
                   organization is line sequential
                   file status is WS-AGING-STATUS.
                   select SORT-WORK assign to 'suspage-sort.tmp'.

       data division.
               file section.
               fd SUSPENSE-FILE.
               copy "susprec.cpy".

               fd STATION-MASTER.
               copy "stnrec.cpy".

               fd AGING-OUT.
               copy "sagerec.cpy".

      *>   One sort record per open item - by station, then oldest
      *>   first, then file and line so the order is repeatable.
               sd SORT-WORK.
               01 SORT-REC.
                   05 SR-STATION-ID     pic X(4).
                   05 SR-AGE-DAYS       pic 9(5).
                   05 SR-FILENAME       pic X(64).
                   05 SR-LINE-NO        pic 9(6).
                   05 SR-ITEM-TYPE      pic X.
                   05 SR-REASON         pic X.
                   05 SR-DATE-IN        pic X(8).

               working-storage section.
               01 WS-SUSPENSE-STATUS  pic XX.
               01 WS-STATION-STATUS   pic XX.
               01 WS-AGING-STATUS     pic XX.
               01 WS-FILE-EOF         pic A.
               01 WS-SORT-EOF         pic A.
               01 WS-STATION-OPEN     pic A.
               01 WS-RUN-DATE         pic X(21).
               01 WS-AS-OF-DATE       pic 9(8).
               01 WS-DATE-IN          pic 9(8).
               01 WS-AGE-DAYS         pic S9(7).
               01 WS-ITEM-COUNT       pic 9(6) value 0.
               01 WS-OVER-30-COUNT    pic 9(6) value 0.
      *>   Buckets for the station group crossing the control break,
      *>   and the same buckets across every station.
               01 WS-GROUP-OPEN       pic A.
               01 WS-BREAK-STATION    pic X(4).
               01 WS-AGE-0-2          pic 9(6).
               01 WS-AGE-3-7          pic 9(6).
               01 WS-AGE-8-30         pic 9(6).
               01 WS-AGE-OVER-30      pic 9(6).
               01 WS-GROUP-TOTAL      pic 9(6).
               01 WS-ALL-0-2          pic 9(6) value 0.
               01 WS-ALL-3-7          pic 9(6) value 0.
               01 WS-ALL-8-30         pic 9(6) value 0.
               01 WS-ALL-OVER-30      pic 9(6) value 0.
      *>   This step's row on the window's timing log.
               01 WS-STEP-NAME         pic X(9) value 'SUSPAGE'.
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.
               01 WS-STEP-FILENAME     pic X(64)
                   value 'suspense.dat'.

               linkage section.
               01 LS-AS-OF-DATE       pic X(8).

       procedure division using LS-AS-OF-DATE.
               move FUNCTION CURRENT-DATE to WS-STEP-START.
               move FUNCTION CURRENT-DATE to WS-RUN-DATE.
               move WS-RUN-DATE(1:8) to WS-AS-OF-DATE.
               if LS-AS-OF-DATE numeric
                   and LS-AS-OF-DATE > '19000000'
                   move LS-AS-OF-DATE to WS-AS-OF-DATE
               end-if.

               sort SORT-WORK
                   on ascending key SR-STATION-ID
                   on descending key SR-AGE-DAYS
                   on ascending key SR-FILENAME SR-LINE-NO
                       SR-ITEM-TYPE
                   input procedure is RELEASE-OPEN-ITEMS
                   output procedure is AGE-EACH-STATION.

               display "AS OF          : "WS-AS-OF-DATE.
               display "OPEN ITEMS     : "WS-ITEM-COUNT.
               display "OVER 30 DAYS   : "WS-OVER-30-COUNT.
               perform LOG-STEP-TIME.
               if WS-OVER-30-COUNT > 0
                   move 4 to RETURN-CODE
               else
                   move 0 to RETURN-CODE
               end-if.
               goback.

      *>   A ledger that does not exist yet has nothing in suspense.
               RELEASE-OPEN-ITEMS.
                   move 'F' to WS-FILE-EOF.
                   open input SUSPENSE-FILE.
                   if WS-SUSPENSE-STATUS not = '00'
                       display "NO SUSPENSE LEDGER, STATUS : "
                           WS-SUSPENSE-STATUS
                       move 'T' to WS-FILE-EOF
                   end-if.
                   perform until WS-FILE-EOF = 'T'
                       read SUSPENSE-FILE next record
                           AT END move 'T' to WS-FILE-EOF
                           NOT AT END
                               if SUS-STATUS = 'O'
                                   perform RELEASE-OPEN-ITEM
                               end-if
                       END-READ
                   end-perform.
                   if WS-SUSPENSE-STATUS = '00' or
                       WS-SUSPENSE-STATUS = '10'
                       close SUSPENSE-FILE
                   end-if.

      *>   An item dated after the as-of date (a report run as of an
      *>   earlier day) ages as zero rather than negative.
               RELEASE-OPEN-ITEM.
                   move 0 to WS-AGE-DAYS.
                   if SUS-DATE-IN numeric
                       move SUS-DATE-IN to WS-DATE-IN
                       compute WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                           - FUNCTION INTEGER-OF-DATE(WS-DATE-IN)
                       end-compute
                   end-if.
                   if WS-AGE-DAYS < 0
                       move 0 to WS-AGE-DAYS
                   end-if.
                   move spaces to SORT-REC.
                   move SUS-STATION-ID to SR-STATION-ID.
                   move WS-AGE-DAYS to SR-AGE-DAYS.
                   move SUS-SOURCE-FILENAME to SR-FILENAME.
                   move SUS-LINE-NO to SR-LINE-NO.
                   move SUS-ITEM-TYPE to SR-ITEM-TYPE.
                   move SUS-REASON to SR-REASON.
                   move SUS-DATE-IN to SR-DATE-IN.
                   release SORT-REC.

               AGE-EACH-STATION.
                   open output AGING-OUT.
                   move 'F' to WS-STATION-OPEN.
                   open input STATION-MASTER.
                   if WS-STATION-STATUS = '00'
                       move 'T' to WS-STATION-OPEN
                   else
                       display "STATION MASTER UNREADABLE, STATUS : "
                           WS-STATION-STATUS
                   end-if.
                   move 'F' to WS-SORT-EOF.
                   move 'F' to WS-GROUP-OPEN.
                   move spaces to WS-BREAK-STATION.
                   perform until WS-SORT-EOF = 'T'
                       return SORT-WORK record
                           AT END
                               move 'T' to WS-SORT-EOF
                               if WS-GROUP-OPEN = 'T'
                                   perform FINISH-ONE-STATION
                               end-if
                           NOT AT END perform NOTE-SORTED-ITEM
                       END-RETURN
                   end-perform.
                   perform WRITE-TOTAL-ROW.
                   if WS-STATION-OPEN = 'T'
                       close STATION-MASTER
                   end-if.
                   close AGING-OUT.

               NOTE-SORTED-ITEM.
                   if WS-GROUP-OPEN = 'T'
                       and SR-STATION-ID not = WS-BREAK-STATION
                       perform FINISH-ONE-STATION
                   end-if.
                   if WS-GROUP-OPEN not = 'T'
                       perform START-ONE-STATION
                   end-if.
                   add 1 to WS-ITEM-COUNT.
                   add 1 to WS-GROUP-TOTAL.
                   move spaces to SAG-ITEM-LINE.
                   move 'ITEM' to SAG-LABEL.
                   move SR-STATION-ID to SAG-STATION-ID.
                   move SR-FILENAME to SAG-SOURCE-FILENAME.
                   move SR-LINE-NO to SAG-LINE-NO.
                   move SR-ITEM-TYPE to SAG-ITEM-TYPE.
                   move SR-REASON to SAG-REASON.
                   move SR-DATE-IN to SAG-DATE-IN.
                   move SR-AGE-DAYS to SAG-AGE-DAYS.
                   evaluate true
                       when SR-AGE-DAYS <= 2
                           move '0-2' to SAG-BUCKET
                           add 1 to WS-AGE-0-2
                       when SR-AGE-DAYS <= 7
                           move '3-7' to SAG-BUCKET
                           add 1 to WS-AGE-3-7
                       when SR-AGE-DAYS <= 30
                           move '8-30' to SAG-BUCKET
                           add 1 to WS-AGE-8-30
                       when other
                           move '30+' to SAG-BUCKET
                           add 1 to WS-AGE-OVER-30
                           add 1 to WS-OVER-30-COUNT
                   end-evaluate.
                   write SAG-ITEM-LINE.

               START-ONE-STATION.
                   move 'T' to WS-GROUP-OPEN.
                   move SR-STATION-ID to WS-BREAK-STATION.
                   move 0 to WS-AGE-0-2.
                   move 0 to WS-AGE-3-7.
                   move 0 to WS-AGE-8-30.
                   move 0 to WS-AGE-OVER-30.
                   move 0 to WS-GROUP-TOTAL.

      *>   The summary names the instrument and the lab to chase as
      *>   the station master has them - blank when it cannot say.
               FINISH-ONE-STATION.
                   move spaces to SAG-SUMMARY-LINE.
                   move 'STATION' to SAG-SUM-LABEL.
                   move WS-BREAK-STATION to SAG-SUM-STATION.
                   if WS-STATION-OPEN = 'T'
                       move WS-BREAK-STATION to STM-STATION-ID
                       read STATION-MASTER record
                           key is STM-STATION-ID
                           invalid key continue
                           not invalid key
                               move STM-STATION-NAME to SAG-SUM-NAME
                               move STM-OWNING-LAB to SAG-SUM-LAB
                       end-read
                   end-if.
                   move WS-AGE-0-2 to SAG-SUM-AGE-0-2.
                   move WS-AGE-3-7 to SAG-SUM-AGE-3-7.
                   move WS-AGE-8-30 to SAG-SUM-AGE-8-30.
                   move WS-AGE-OVER-30 to SAG-SUM-AGE-OVER-30.
                   move WS-GROUP-TOTAL to SAG-SUM-TOTAL.
                   write SAG-SUMMARY-LINE.
                   add WS-AGE-0-2 to WS-ALL-0-2.
                   add WS-AGE-3-7 to WS-ALL-3-7.
                   add WS-AGE-8-30 to WS-ALL-8-30.
                   add WS-AGE-OVER-30 to WS-ALL-OVER-30.
                   move 'F' to WS-GROUP-OPEN.

               WRITE-TOTAL-ROW.
                   move spaces to SAG-SUMMARY-LINE.
                   move 'TOTAL' to SAG-SUM-LABEL.
                   move 'ALL STATIONS' to SAG-SUM-NAME.
                   move WS-ALL-0-2 to SAG-SUM-AGE-0-2.
                   move WS-ALL-3-7 to SAG-SUM-AGE-3-7.
                   move WS-ALL-8-30 to SAG-SUM-AGE-8-30.
                   move WS-ALL-OVER-30 to SAG-SUM-AGE-OVER-30.
                   move WS-ITEM-COUNT to SAG-SUM-TOTAL.
                   write SAG-SUMMARY-LINE.

      *>   Appends this step's row to the window's timing log. It is
      *>   performed before the return code is set - the call leaves
      *>   its own behind.
               LOG-STEP-TIME.
                   move WS-ITEM-COUNT to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME WS-STEP-FILENAME
                       WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.
