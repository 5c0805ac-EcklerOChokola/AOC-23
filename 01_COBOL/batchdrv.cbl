                   organization is line sequential.
                   select BATCH-FEED assign to 'batch-feed.txt'
                   organization is line sequential.
                   select STATION-MASTER assign to 'stations.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is STM-STATION-ID
                   file status is WS-STATION-STATUS.

       data division.
               file section.
               fd BATCH-FEED.
               copy "feedrec.cpy".

               fd STATION-MASTER.
               copy "stnrec.cpy".

               working-storage section.
               01 WS-MANIFEST-FILENAME pic X(64)
                   value 'data/batchlist.txt'.
      *>   the day's report row and feed record, and rolled into the
      *>   per-station subtotals below.
               01 WS-DAY-STATION       pic X(4).
      *>   The station's instrument name off the station master,
      *>   printed beside the code in the station section and the
      *>   window feed. A master that will not open leaves the names
      *>   blank - the edit has already refused every day it could
      *>   not vouch for, so the window itself still runs.
               01 WS-DAY-STATION-NAME  pic X(30).
               01 WS-STATION-STATUS    pic XX.
               01 WS-STATION-OPEN      pic A value 'F'.
               01 WS-DAY-TOTAL         pic 9(5).
               01 WS-GRAND-TOTAL       pic 9(6) value 0.
               01 WS-DAY-COUNT         pic 9(4) value 0.
                       10 FT-MAX      pic 9(2).
                       10 FT-AVG      pic 9(3)V99.
                       10 FT-STATION  pic X(4).
                       10 FT-STATION-NAME pic X(30).
               01 MANIFEST-EOF         pic A value 'F'.
               01 WS-FAIL-STATUS       pic XX.
               01 WS-DAY-FAILED        pic A.
                       10 WS-ERR-FILENAME pic X(64).
                       10 WS-ERR-PHASE    pic X(9).
                       10 WS-ERR-STATUS   pic XX.
      *>   Timing of each step the driver calls for a day, and of
      *>   the driver's own run, appended to the window's timing log
      *>   as each finishes.
               01 WS-STEP-NAME         pic X(9).
               01 WS-STEP-START        pic X(21).
               01 WS-STEP-RECORDS      pic 9(9).
               01 WS-STEP-STATION      pic X(4) value spaces.
               01 WS-DAY-RECORDS       pic 9(6).
               01 WS-RUN-START         pic X(21).
               01 WS-STA-COUNT         pic 9(2) value 0.
               01 WS-SI                pic 9(2).
      *>   One entry per distinct station seen across the window's
               01 WS-STATION-TABLE.
                   05 WS-STATION-ENTRY occurs 10 times.
                       10 ST-STATION  pic X(4).
                       10 ST-NAME     pic X(30).
                       10 ST-TOTAL    pic 9(6).
                       10 ST-DAYS     pic 9(4).

                   and LS-MANIFEST-FILENAME not = low-value
                   move LS-MANIFEST-FILENAME to WS-MANIFEST-FILENAME
               end-if.
               move FUNCTION CURRENT-DATE to WS-RUN-START.

               open input STATION-MASTER.
               if WS-STATION-STATUS = '00'
                   move 'T' to WS-STATION-OPEN
               else
                   display "STATION MASTER UNREADABLE, STATUS : "
                       WS-STATION-STATUS
               end-if.
               open input MANIFEST.
               open output BATCH-REPORT.
                   perform until MANIFEST-EOF = 'T'
                       END-READ
                   END-PERFORM.
               close MANIFEST.
               if WS-STATION-OPEN = 'T'
                   close STATION-MASTER
               end-if.

               move spaces to CTLB-LINE.
               move "GRAND TOTAL" to CTLB-LABEL.
               display "DAYS FAILED    : "WS-ERR-COUNT.
               display "WARNING DAYS   : "WS-WARN-COUNT.
               display "GRAND TOTAL    : "WS-GRAND-TOTAL.
               move 'BATCHDRV' to WS-STEP-NAME.
               move WS-RUN-START to WS-STEP-START.
               move WS-DAY-COUNT to WS-STEP-RECORDS.
               call 'steptime' using WS-STEP-NAME WS-MANIFEST-FILENAME
                   WS-STEP-STATION WS-STEP-START WS-STEP-RECORDS
               end-call.
      *>   Graded condition code for the scheduler: 8 holds the
      *>   downstream steps when any day failed, 4 lets them run but
      *>   flags that a day needed attention, 0 is a clean window.
                       move FT-MAX(WS-FDI) to FDD-MAX
                       move FT-AVG(WS-FDI) to FDD-AVG
                       move FT-STATION(WS-FDI) to FDD-STATION-ID
                       move FT-STATION-NAME(WS-FDI)
                           to FDD-STATION-NAME
                       write FEED-DETAIL
                       add FT-TOTAL(WS-FDI) to WS-HASH-TOTAL
                   end-perform.
                           move WS-DAY-TOTAL to CTLB-TOTAL
                           move WS-DAY-STATION to CTLB-STATION
                           write CTLB-LINE
                           perform LOOKUP-STATION-NAME
                           perform NOTE-STATION-DAY
                           perform NOTE-FEED-DAY
                   end-evaluate.

               LOOKUP-STATION-NAME.
                   move spaces to WS-DAY-STATION-NAME.
                   if WS-STATION-OPEN = 'T'
                       move WS-DAY-STATION to STM-STATION-ID
                       read STATION-MASTER record
                           key is STM-STATION-ID
                           invalid key continue
                           not invalid key
                               move STM-STATION-NAME
                                   to WS-DAY-STATION-NAME
                       end-read
                   end-if.

               NOTE-STATION-DAY.
                   perform varying WS-SI from 1 by 1
                       until WS-SI > WS-STA-COUNT
                           add 1 to WS-STA-COUNT
                           move WS-STA-COUNT to WS-SI
                           move WS-DAY-STATION to ST-STATION(WS-SI)
                           move WS-DAY-STATION-NAME to ST-NAME(WS-SI)
                           move 0 to ST-TOTAL(WS-SI)
                           move 0 to ST-DAYS(WS-SI)
                       else
                       move spaces to CTLB-STA-LINE
                       move 'STATION' to CTLB-STA-LABEL
                       move ST-STATION(WS-SI) to CTLB-STA-ID
                       move ST-NAME(WS-SI) to CTLB-STA-NAME
                       move ST-TOTAL(WS-SI) to CTLB-STA-TOTAL
                       move ST-DAYS(WS-SI) to CTLB-STA-DAYS
                       write CTLB-STA-LINE
                       move WS-STAT-MAX to FT-MAX(WS-FEED-COUNT)
                       move WS-STAT-AVG to FT-AVG(WS-FEED-COUNT)
                       move WS-DAY-STATION to FT-STATION(WS-FEED-COUNT)
                       move WS-DAY-STATION-NAME
                           to FT-STATION-NAME(WS-FEED-COUNT)
                       move WS-STAT-RULES-VERSION to WS-LAST-RULES
                   else
                       display "FEED TABLE FULL, DAY NOT IN FEED : "
                   end-if.

               EDIT-STEP.
                   move FUNCTION CURRENT-DATE to WS-STEP-START.
                   move 0 to WS-DAY-RECORDS.
                   move 0 to RETURN-CODE.
                   call 'editraw' using WS-DAY-FILENAME
                       WS-DAY-OK-NAME WS-DAY-REJ-NAME WS-FAIL-STATUS
                       WS-DAY-STATION WS-DAY-RECORDS
                   end-call.
                   if RETURN-CODE = 8
                       move 'T' to WS-DAY-FAILED
                           add 1 to WS-WARN-COUNT
                       end-if
                   end-if.
                   move 'EDIT' to WS-STEP-NAME.
                   perform LOG-DAY-STEP-TIME.

               LOAD-STEP.
                   move FUNCTION CURRENT-DATE to WS-STEP-START.
                   move 0 to WS-DAY-RECORDS.
                   move 0 to RETURN-CODE.
                   call 'loadidx' using WS-DAY-OK-NAME
                       WS-DAY-INDEXED-NAME WS-FAIL-STATUS
                       WS-DAY-STATION WS-DAY-RECORDS
                   end-call.
                   if RETURN-CODE = 8
                       move 'T' to WS-DAY-FAILED
                       move 'LOAD' to WS-DAY-PHASE
                   end-if.
                   move 'LOAD' to WS-STEP-NAME.
                   perform LOG-DAY-STEP-TIME.

               CALIBRATE-STEP.
                   move FUNCTION CURRENT-DATE to WS-STEP-START.
                   move 0 to WS-STAT-LINE-COUNT.
                   move 0 to RETURN-CODE.
                   call 'first' using WS-DAY-INDEXED-NAME WS-DAY-TOTAL
                       WS-NO-REPROCESS WS-FAIL-STATUS WS-FORCE-FLAG
                           add 1 to WS-WARN-COUNT
                       end-if
                   end-if.
                   move 'CALIBRATE' to WS-STEP-NAME.
                   move WS-STAT-LINE-COUNT to WS-DAY-RECORDS.
                   perform LOG-DAY-STEP-TIME.

      *>   Called only once the step's own return code has been
      *>   acted on - the timing call leaves its own behind.
               LOG-DAY-STEP-TIME.
                   move WS-DAY-RECORDS to WS-STEP-RECORDS.
                   call 'steptime' using WS-STEP-NAME WS-DAY-FILENAME
                       WS-DAY-STATION WS-STEP-START WS-STEP-RECORDS
                   end-call.

               RECORD-FAILED-DAY.
                   if WS-ERR-COUNT < 50
