      *>   header line ('*STATION ' plus the station identifier);
      *>   the edit captures it for the caller and keeps it out of
      *>   the accepted data, so the loader can stamp every indexed
      *>   record with the station it came from.
      *>
      *>   The station must also be one the station master knows:
      *>   on the master, in service on the file's header date (not
      *>   before its active-from date, not on or after a retirement
      *>   date), and sending a day whose data-line count sits
      *>   inside the range the master expects of it. A file without
      *>   the station header has no station to prove and fails the
      *>   same way as an unknown one.
      *>
      *>   The submitting area also wraps each file in control
      *>   records the edit requires and proves before anything goes
      *>     C3 = line count mismatch   C4 = hash total mismatch
      *>     C5 = file date not in the raw filename
      *>     C6 = data after the trailer record
      *>     S1 = station not on the station master
      *>     S2 = station not in service on the header date
      *>     S3 = data-line count outside the station's range
      *>     D1 = content repeats an earlier raw file
      *>     D2 = fingerprint registry unreadable
      *>
      *>   Every line a standing file rejects also goes into the
      *>   suspense ledger as an open item under the raw filename
      *>   and its line number, so the repair can be chased until it
      *>   is done. A line already in suspense is refreshed rather
      *>   than added twice; one that had been corrected and fails
      *>   again reopens from today; one written off stays written
      *>   off. An open item for a line that now edits clean - the
      *>   source was repaired and resubmitted - is marked corrected.
      *>
      *>   A station resending an earlier day under a new date proves
      *>   every control record, so a file that stands is also
      *>   fingerprinted on its accepted data lines and looked up in
      *>   the fingerprint registry. The same content already
      *>   registered under another raw filename, from this station
      *>   or any other, holds the file D1 and names the file it
      *>   repeats; the hold stays until an authorized operator
      *>   releases it (duprel). A file that is not a repeat outright
      *>   but most of whose lines were already sent on a recent day
      *>   stands with a W1 warning and the overlap percentage. A
      *>   registry that cannot be read proves nothing, so the file
      *>   is held D2 rather than passed unchecked.

       environment division.
               input-output section.
                   file status is WS-RAW-STATUS.
                   select ACCEPTED-FILE
                   assign to dynamic WS-ACCEPTED-FILENAME
                   organization is line sequential
                   file status is WS-ACCEPTED-STATUS.
                   select REJECT-FILE
                   assign to dynamic WS-REJECT-FILENAME
                   organization is line sequential
                   file status is WS-REJECT-STATUS.
                   select EDIT-REPORT assign to 'edit-report.txt'
                   organization is line sequential
                   file status is WS-EDIT-STATUS.
                   select STATION-MASTER assign to 'stations.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is STM-STATION-ID
                   file status is WS-STATION-STATUS.
                   select SUSPENSE-FILE assign to 'suspense.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is SUS-KEY
                   file status is WS-SUSPENSE-STATUS.
                   select FINGERPRINT-FILE assign to 'fingerprint.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is FPR-KEY
                   file status is WS-FINGERPRINT-STATUS.
                   select LINE-HASH-FILE assign to 'line-hash.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is LHR-KEY
                   file status is WS-LINE-HASH-STATUS.

       data division.
               file section.
               fd EDIT-REPORT.
               copy "editrec.cpy".

               fd STATION-MASTER.
               copy "stnrec.cpy".

               fd SUSPENSE-FILE.
               copy "susprec.cpy".

               fd FINGERPRINT-FILE.
               copy "fprtrec.cpy".

               fd LINE-HASH-FILE.
               copy "lhshrec.cpy".

               working-storage section.
               01 WS-RAW-FILENAME      pic X(64) value 'input.txt'.
               01 WS-ACCEPTED-FILENAME pic X(64) value 'input.txt.ok'.
               01 WS-LATE-COUNT        pic 9(6)  value 0.
               01 WS-DATE-HITS         pic 9(2).
               01 WS-CONTROL-FAULT     pic XX    value spaces.
               01 WS-STATION-STATUS    pic XX.
               01 WS-STATION-FOUND     pic A.
               01 WS-REJECT-STATUS     pic XX.
               01 WS-REJECT-EOF        pic A.
               01 WS-SUSPENSE-STATUS   pic XX.
               01 WS-SUSPENSE-EOF      pic A.
      *>   Stamp of this edit - every suspense item the edit finds
      *>   still failing carries it as last seen, which is how the
      *>   open items it did not find are told apart.
               01 WS-EDIT-STAMP        pic X(21).
               01 RAW-EOF              pic A     value 'F'.
               01 WS-ACCEPTED-STATUS   pic XX.
               01 WS-ACCEPTED-EOF      pic A.
               01 WS-FINGERPRINT-STATUS pic XX.
               01 WS-LINE-HASH-STATUS  pic XX.
               01 WS-LINE-HASH-EOF     pic A.
      *>   Fingerprint of the accepted data lines - their count and
      *>   two independent hashes folded line by line from the hash
      *>   of each line, so both a changed character and a changed
      *>   line order change it.
               01 WS-FINGERPRINT.
                   05 WS-FP-LINE-COUNT pic 9(6).
                   05 WS-FP-HASH-A     pic 9(9).
                   05 WS-FP-HASH-B     pic 9(9).
               01 WS-LINE-HASH.
                   05 WS-LH-HASH-A     pic 9(9).
                   05 WS-LH-HASH-B     pic 9(9).
               01 WS-CHAR-CODE         pic 9(3).
      *>   Registry findings for this file: the state of its own row
      *>   (space when it has none) and the earliest other file
      *>   registered with the same content.
               01 WS-OWN-FP-STATUS     pic X.
               01 WS-DUP-FILENAME      pic X(64).
               01 WS-DUP-FIRST-SEEN    pic X(21).
               01 WS-FP-EOF            pic A.
      *>   Lines of a file counted against each earlier file they
      *>   were found in - only files dated within WS-RECENT-DAYS of
      *>   this one count - and the best of them as a percentage of
      *>   the accepted lines. Over WS-OVERLAP-LIMIT is a warning.
               01 WS-RECENT-DAYS       pic 9(3)  value 7.
               01 WS-OVERLAP-LIMIT     pic 9(3)  value 50.
               01 WS-OVERLAP-WARN      pic A     value 'F'.
               01 WS-OVERLAP-PCT       pic 9(3)  value 0.
               01 WS-OVERLAP-HITS      pic 9(6).
               01 WS-OVERLAP-WORK      pic 9(9).
               01 WS-OVERLAP-FILENAME  pic X(64).
               01 WS-THIS-DAY-NO       pic 9(7).
               01 WS-THAT-DAY-NO       pic 9(7).
               01 WS-DAY-GAP           pic S9(7).
               01 WS-DATE-WORK         pic 9(8).
               01 WS-DATE-PARTS.
                   05 WS-DATE-YEAR     pic X(4).
                   05 WS-DATE-MONTH    pic X(2).
                   05 WS-DATE-DAY      pic X(2).
               01 WS-OV-COUNT          pic 9(2)  value 0.
               01 WS-OI                pic 9(2).
               01 WS-OV-FOUND          pic A.
               01 WS-OVERLAP-TABLE.
                   05 WS-OVERLAP-ENTRY occurs 50 times.
                       10 OV-FILENAME  pic X(64).
                       10 OV-RECENT    pic A.
                       10 OV-HITS      pic 9(6).

               linkage section.
               01 LS-RAW-FILENAME      pic X(64).
               01 LS-REJECT-FILENAME   pic X(64).
               01 LS-EDIT-STATUS       pic XX.
               01 LS-STATION-ID        pic X(4).
      *>   Data lines read, handed back for the window's timing log.
               01 LS-RECORD-COUNT      pic 9(6).

       procedure division using LS-RAW-FILENAME LS-ACCEPTED-FILENAME
               LS-REJECT-FILENAME LS-EDIT-STATUS LS-STATION-ID
               LS-RECORD-COUNT.
               if LS-RAW-FILENAME not = space
                   and LS-RAW-FILENAME not = low-value
                   move LS-RAW-FILENAME to WS-RAW-FILENAME
               move 0 to WS-LATE-COUNT.
               move spaces to WS-CONTROL-FAULT.
               move 'F' to RAW-EOF.
               move 'F' to WS-OVERLAP-WARN.
               move 0 to WS-OVERLAP-PCT.
               move spaces to WS-DUP-FILENAME.
               move spaces to WS-OVERLAP-FILENAME.

               open input RAW-FILE.
               move WS-RAW-STATUS to LS-EDIT-STATUS.
                   display "RAW OPEN FAILED : "WS-RAW-FILENAME
                   display "FILE STATUS     : "WS-RAW-STATUS
                   move WS-STATION-ID to LS-STATION-ID
                   move 0 to LS-RECORD-COUNT
                   move 8 to RETURN-CODE
               else
                   open output ACCEPTED-FILE
                   close ACCEPTED-FILE
                   close REJECT-FILE
                   perform VERIFY-CONTROL-RECORDS
                   if WS-CONTROL-FAULT = spaces
                       perform VERIFY-STATION
                   end-if
                   if WS-CONTROL-FAULT = spaces
                       and WS-ACCEPT-COUNT > 0
                       perform CHECK-DUPLICATE-CONTENT
                   end-if
                   if WS-CONTROL-FAULT = spaces
                       perform POST-SUSPENSE-ITEMS
                   end-if
                   perform WRITE-EDIT-REPORT
                   move WS-STATION-ID to LS-STATION-ID
                   move WS-READ-COUNT to LS-RECORD-COUNT
                   display "STATION   : "WS-STATION-ID
                   display "RAW READ  : "WS-READ-COUNT
                   display "ACCEPTED  : "WS-ACCEPT-COUNT
                           move 8 to RETURN-CODE
                       when WS-REJECT-COUNT > 0
                           or WS-TRUNC-COUNT > 0
                           or WS-OVERLAP-WARN = 'T'
                           move 4 to RETURN-CODE
                       when other
                           move 0 to RETURN-CODE
                           end-if
                   end-evaluate.

      *>   A file whose own control records stand is then proved
      *>   against the station master - known station first, then
      *>   in service on the header date, then a day of the size the
      *>   station is expected to send. A master that cannot be read
      *>   vouches for no station, so nothing posts unproven.
               VERIFY-STATION.
                   move 'F' to WS-STATION-FOUND.
                   open input STATION-MASTER.
                   if WS-STATION-STATUS = '00'
                       move WS-STATION-ID to STM-STATION-ID
                       read STATION-MASTER record
                           key is STM-STATION-ID
                           invalid key continue
                           not invalid key
                               move 'T' to WS-STATION-FOUND
                       end-read
                       close STATION-MASTER
                   else
                       display "STATION MASTER UNREADABLE, STATUS : "
                           WS-STATION-STATUS
                   end-if.
                   evaluate true
                       when WS-STATION-FOUND not = 'T'
                           move 'S1' to WS-CONTROL-FAULT
                           display "STATION NOT ON MASTER : "
                               WS-STATION-ID
                       when WS-FILE-DATE < STM-ACTIVE-DATE
                           or (STM-STATUS = 'R'
                               and WS-FILE-DATE not < STM-RETIRED-DATE)
                           move 'S2' to WS-CONTROL-FAULT
                           display "STATION NOT IN SERVICE : "
                               WS-STATION-ID" ON "WS-FILE-DATE
                       when WS-READ-COUNT < STM-MIN-LINES
                           or (STM-MAX-LINES > 0
                               and WS-READ-COUNT > STM-MAX-LINES)
                           move 'S3' to WS-CONTROL-FAULT
                           display "DAY LINE COUNT : "WS-READ-COUNT
                           display "EXPECTED RANGE : "STM-MIN-LINES
                               " TO "STM-MAX-LINES
                   end-evaluate.

      *>   A file that stands is fingerprinted on the lines it sent
      *>   to the loader. Both registries are created on first use.
      *>   The fingerprint decides a repeat outright; the line hashes
      *>   measure how much of the file a recent day already sent,
      *>   and are registered only for a file that is not held, so a
      *>   held repeat never becomes the day later files match.
               CHECK-DUPLICATE-CONTENT.
                   open i-o FINGERPRINT-FILE.
                   if WS-FINGERPRINT-STATUS = '35'
                       or WS-FINGERPRINT-STATUS = '05'
                       close FINGERPRINT-FILE
                       open output FINGERPRINT-FILE
                       close FINGERPRINT-FILE
                       open i-o FINGERPRINT-FILE
                   end-if.
                   if WS-FINGERPRINT-STATUS not = '00'
                       move 'D2' to WS-CONTROL-FAULT
                       display "FINGERPRINT REGISTRY UNREADABLE : "
                           WS-FINGERPRINT-STATUS
                   else
                       open i-o LINE-HASH-FILE
                       if WS-LINE-HASH-STATUS = '35'
                           or WS-LINE-HASH-STATUS = '05'
                           close LINE-HASH-FILE
                           open output LINE-HASH-FILE
                           close LINE-HASH-FILE
                           open i-o LINE-HASH-FILE
                       end-if
                       if WS-LINE-HASH-STATUS not = '00'
                           move 'D2' to WS-CONTROL-FAULT
                           display "LINE HASH REGISTRY UNREADABLE : "
                               WS-LINE-HASH-STATUS
                       else
                           perform MEASURE-ACCEPTED-LINES
                           perform FIND-EARLIER-SUBMISSION
                           perform REGISTER-FINGERPRINT
                           if WS-CONTROL-FAULT = spaces
                               perform REGISTER-ACCEPTED-LINES
                               perform NOTE-BEST-OVERLAP
                           end-if
                           close LINE-HASH-FILE
                       end-if
                       close FINGERPRINT-FILE
                   end-if.

      *>   First pass over the accepted file - the fingerprint is
      *>   folded from each line's hash, and each line is looked up
      *>   among the lines of the files already registered. The fold
      *>   multiplies by a seven-digit factor, so the running value
      *>   stays well inside eighteen digits before it is reduced.
               MEASURE-ACCEPTED-LINES.
                   move WS-ACCEPT-COUNT to WS-FP-LINE-COUNT.
                   move 0 to WS-FP-HASH-A.
                   move 0 to WS-FP-HASH-B.
                   move 0 to WS-OV-COUNT.
                   move 'F' to WS-ACCEPTED-EOF.
                   open input ACCEPTED-FILE.
                   if WS-ACCEPTED-STATUS not = '00'
                       move 'T' to WS-ACCEPTED-EOF
                   end-if.
                   perform until WS-ACCEPTED-EOF = 'T'
                       read ACCEPTED-FILE into WS-CURRENT-LINE
                           AT END move 'T' to WS-ACCEPTED-EOF
                           NOT AT END
                               perform HASH-ACCEPTED-LINE
                               compute WS-FP-HASH-A = FUNCTION MOD(
                                   WS-FP-HASH-A * 1000003
                                   + WS-LH-HASH-A, 999999937)
                               compute WS-FP-HASH-B = FUNCTION MOD(
                                   WS-FP-HASH-B * 1000033
                                   + WS-LH-HASH-B, 999999929)
                               perform COUNT-LINE-REPEATS
                       END-READ
                   end-perform.
                   if WS-ACCEPTED-STATUS = '00'
                       or WS-ACCEPTED-STATUS = '10'
                       close ACCEPTED-FILE
                   end-if.

      *>   Two independent hashes of the 256 kept columns, each a
      *>   running polynomial over the character codes reduced by
      *>   its own prime, so two different lines share both only by
      *>   a very long chance.
               HASH-ACCEPTED-LINE.
                   move 0 to WS-LH-HASH-A.
                   move 0 to WS-LH-HASH-B.
                   move 1 to WS-CHARINDEX.
                   perform until WS-CHARINDEX > 256
                       move FUNCTION ORD(
                           WS-CURRENT-LINE(WS-CHARINDEX:1))
                           to WS-CHAR-CODE
                       compute WS-LH-HASH-A = FUNCTION MOD(
                           WS-LH-HASH-A * 131 + WS-CHAR-CODE,
                           999999937)
                       compute WS-LH-HASH-B = FUNCTION MOD(
                           WS-LH-HASH-B * 257 + WS-CHAR-CODE,
                           999999929)
                       add 1 to WS-CHARINDEX
                   end-perform.

      *>   Every other file the line was registered under scores
      *>   one against that file. A rerun of this same raw file
      *>   finds its own lines and does not count them.
               COUNT-LINE-REPEATS.
                   move 'F' to WS-LINE-HASH-EOF.
                   move WS-LINE-HASH to LHR-HASH.
                   move low-value to LHR-FILENAME.
                   start LINE-HASH-FILE key is not less than LHR-KEY
                       invalid key move 'T' to WS-LINE-HASH-EOF
                   end-start.
                   perform until WS-LINE-HASH-EOF = 'T'
                       read LINE-HASH-FILE next record
                           AT END move 'T' to WS-LINE-HASH-EOF
                           NOT AT END
                               if LHR-HASH not = WS-LINE-HASH
                                   move 'T' to WS-LINE-HASH-EOF
                               else
                                   if LHR-FILENAME
                                       not = WS-RAW-FILENAME
                                       perform SCORE-EARLIER-FILE
                                   end-if
                               end-if
                       END-READ
                   end-perform.

      *>   A file first met is entered in the table with whether it
      *>   is recent enough to count; a table already full scores
      *>   no further files.
               SCORE-EARLIER-FILE.
                   move 'F' to WS-OV-FOUND.
                   move 1 to WS-OI.
                   perform until WS-OI > WS-OV-COUNT
                       or WS-OV-FOUND = 'T'
                       if OV-FILENAME(WS-OI) = LHR-FILENAME
                           move 'T' to WS-OV-FOUND
                       else
                           add 1 to WS-OI
                       end-if
                   end-perform.
                   if WS-OV-FOUND not = 'T'
                       and WS-OV-COUNT < 50
                       add 1 to WS-OV-COUNT
                       move WS-OV-COUNT to WS-OI
                       move LHR-FILENAME to OV-FILENAME(WS-OI)
                       move 0 to OV-HITS(WS-OI)
                       perform TEST-RECENT-DAY
                       move 'T' to WS-OV-FOUND
                   end-if.
                   if WS-OV-FOUND = 'T'
                       add 1 to OV-HITS(WS-OI)
                   end-if.

      *>   Recent means dated within WS-RECENT-DAYS of this file,
      *>   either side - a resend may go out under an earlier date as
      *>   easily as a later one. A date that will not read as one
      *>   cannot be ruled out, so it counts as recent.
               TEST-RECENT-DAY.
                   move 'T' to OV-RECENT(WS-OI).
                   move WS-FILE-DATE(1:4) to WS-DATE-YEAR.
                   move WS-FILE-DATE(6:2) to WS-DATE-MONTH.
                   move WS-FILE-DATE(9:2) to WS-DATE-DAY.
                   if WS-DATE-PARTS numeric
                       move WS-DATE-PARTS to WS-DATE-WORK
                       compute WS-THIS-DAY-NO =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                       move LHR-FILE-DATE(1:4) to WS-DATE-YEAR
                       move LHR-FILE-DATE(6:2) to WS-DATE-MONTH
                       move LHR-FILE-DATE(9:2) to WS-DATE-DAY
                       if WS-DATE-PARTS numeric
                           move WS-DATE-PARTS to WS-DATE-WORK
                           compute WS-THAT-DAY-NO =
                               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                           compute WS-DAY-GAP =
                               WS-THIS-DAY-NO - WS-THAT-DAY-NO
                           if WS-DAY-GAP < 0
                               compute WS-DAY-GAP = 0 - WS-DAY-GAP
                           end-if
                           if WS-DAY-GAP > WS-RECENT-DAYS
                               move 'F' to OV-RECENT(WS-OI)
                           end-if
                       end-if
                   end-if.

      *>   The earliest other file registered or released with the
      *>   same fingerprint is the one this file repeats. A held
      *>   file is no original - it repeats one itself.
               FIND-EARLIER-SUBMISSION.
                   move space to WS-OWN-FP-STATUS.
                   move spaces to WS-DUP-FILENAME.
                   move high-value to WS-DUP-FIRST-SEEN.
                   move 'F' to WS-FP-EOF.
                   move WS-FINGERPRINT to FPR-FINGERPRINT.
                   move low-value to FPR-FILENAME.
                   start FINGERPRINT-FILE key is not less than FPR-KEY
                       invalid key move 'T' to WS-FP-EOF
                   end-start.
                   perform until WS-FP-EOF = 'T'
                       read FINGERPRINT-FILE next record
                           AT END move 'T' to WS-FP-EOF
                           NOT AT END
                               if FPR-FINGERPRINT not = WS-FINGERPRINT
                                   move 'T' to WS-FP-EOF
                               else
                                   perform NOTE-FINGERPRINT-ROW
                               end-if
                       END-READ
                   end-perform.

               NOTE-FINGERPRINT-ROW.
                   evaluate true
                       when FPR-FILENAME = WS-RAW-FILENAME
                           move FPR-STATUS to WS-OWN-FP-STATUS
                       when FPR-STATUS = 'H'
                           continue
                       when FPR-FIRST-SEEN < WS-DUP-FIRST-SEEN
                           move FPR-FILENAME to WS-DUP-FILENAME
                           move FPR-FIRST-SEEN to WS-DUP-FIRST-SEEN
                   end-evaluate.

      *>   A file already registered, or whose hold was released,
      *>   stands as it is. Otherwise it is held if an original was
      *>   found - its own row refreshed to name it - or registered
      *>   as the original of its content.
               REGISTER-FINGERPRINT.
                   if WS-OWN-FP-STATUS not = 'R'
                       and WS-OWN-FP-STATUS not = 'L'
                       and WS-DUP-FILENAME not = spaces
                       move 'D1' to WS-CONTROL-FAULT
                       display "DUPLICATE OF : "WS-DUP-FILENAME
                   end-if.
                   if WS-OWN-FP-STATUS = space
                       perform WRITE-FINGERPRINT-ROW
                   else
                       if WS-OWN-FP-STATUS = 'H'
                           perform REFRESH-HELD-ROW
                       end-if
                   end-if.

               WRITE-FINGERPRINT-ROW.
                   move spaces to FINGERPRINT-REC.
                   move WS-FINGERPRINT to FPR-FINGERPRINT.
                   move WS-RAW-FILENAME to FPR-FILENAME.
                   move WS-STATION-ID to FPR-STATION-ID.
                   move WS-FILE-DATE to FPR-FILE-DATE.
                   move FUNCTION CURRENT-DATE to FPR-FIRST-SEEN.
                   if WS-CONTROL-FAULT = 'D1'
                       move 'H' to FPR-STATUS
                       move WS-DUP-FILENAME to FPR-DUP-FILENAME
                   else
                       move 'R' to FPR-STATUS
                   end-if.
                   write FINGERPRINT-REC
                       invalid key
                           display "FINGERPRINT WRITE FAILED : "
                               WS-RAW-FILENAME
                   end-write.

      *>   A held file edited again with no original left to repeat
      *>   is no longer a repeat - the row becomes the registered
      *>   original.
               REFRESH-HELD-ROW.
                   move WS-FINGERPRINT to FPR-FINGERPRINT.
                   move WS-RAW-FILENAME to FPR-FILENAME.
                   read FINGERPRINT-FILE record
                       key is FPR-KEY
                       invalid key continue
                       not invalid key
                           if WS-CONTROL-FAULT = 'D1'
                               move WS-DUP-FILENAME
                                   to FPR-DUP-FILENAME
                           else
                               move 'R' to FPR-STATUS
                               move spaces to FPR-DUP-FILENAME
                           end-if
                           rewrite FINGERPRINT-REC
                   end-read.

      *>   Second pass - the lines of a file that stands go into the
      *>   line registry under its name. A line already there for
      *>   this file (a repeat within the file, or a rerun) is left.
               REGISTER-ACCEPTED-LINES.
                   move 'F' to WS-ACCEPTED-EOF.
                   open input ACCEPTED-FILE.
                   if WS-ACCEPTED-STATUS not = '00'
                       move 'T' to WS-ACCEPTED-EOF
                   end-if.
                   perform until WS-ACCEPTED-EOF = 'T'
                       read ACCEPTED-FILE into WS-CURRENT-LINE
                           AT END move 'T' to WS-ACCEPTED-EOF
                           NOT AT END perform WRITE-LINE-HASH-ROW
                       END-READ
                   end-perform.
                   if WS-ACCEPTED-STATUS = '00'
                       or WS-ACCEPTED-STATUS = '10'
                       close ACCEPTED-FILE
                   end-if.

               WRITE-LINE-HASH-ROW.
                   perform HASH-ACCEPTED-LINE.
                   move spaces to LINE-HASH-REC.
                   move WS-LINE-HASH to LHR-HASH.
                   move WS-RAW-FILENAME to LHR-FILENAME.
                   move WS-STATION-ID to LHR-STATION-ID.
                   move WS-FILE-DATE to LHR-FILE-DATE.
                   write LINE-HASH-REC
                       invalid key continue
                   end-write.

      *>   The recent file the most lines were found in sets the
      *>   overlap percentage. The hits are multiplied up before the
      *>   single division, so no decimals are lost on the way.
               NOTE-BEST-OVERLAP.
                   move 0 to WS-OVERLAP-HITS.
                   move 1 to WS-OI.
                   perform until WS-OI > WS-OV-COUNT
                       if OV-RECENT(WS-OI) = 'T'
                           and OV-HITS(WS-OI) > WS-OVERLAP-HITS
                           move OV-HITS(WS-OI) to WS-OVERLAP-HITS
                           move OV-FILENAME(WS-OI)
                               to WS-OVERLAP-FILENAME
                       end-if
                       add 1 to WS-OI
                   end-perform.
                   if WS-OVERLAP-HITS > 0
                       compute WS-OVERLAP-WORK = WS-OVERLAP-HITS * 100
                       compute WS-OVERLAP-PCT =
                           WS-OVERLAP-WORK / WS-ACCEPT-COUNT
                       display "OVERLAP WITH : "WS-OVERLAP-FILENAME
                       display "OVERLAP PCT  : "WS-OVERLAP-PCT
                       if WS-OVERLAP-PCT > WS-OVERLAP-LIMIT
                           move 'T' to WS-OVERLAP-WARN
                       end-if
                   end-if.

      *>   Only a file that stands posts its rejects to suspense - a
      *>   file failed on its control records or its station is
      *>   resubmitted whole, and its rejects come in again then.
      *>   The ledger is created on first use.
               POST-SUSPENSE-ITEMS.
                   move FUNCTION CURRENT-DATE to WS-EDIT-STAMP.
                   open i-o SUSPENSE-FILE.
                   if WS-SUSPENSE-STATUS = '35'
                       or WS-SUSPENSE-STATUS = '05'
                       close SUSPENSE-FILE
                       open output SUSPENSE-FILE
                       close SUSPENSE-FILE
                       open i-o SUSPENSE-FILE
                   end-if.
                   if WS-SUSPENSE-STATUS not = '00'
                       display "SUSPENSE LEDGER OPEN FAILED, STATUS : "
                           WS-SUSPENSE-STATUS
                   else
                       move 'F' to WS-REJECT-EOF
                       open input REJECT-FILE
                       if WS-REJECT-STATUS not = '00'
                           move 'T' to WS-REJECT-EOF
                       end-if
                       perform until WS-REJECT-EOF = 'T'
                           read REJECT-FILE
                               AT END move 'T' to WS-REJECT-EOF
                               NOT AT END perform OPEN-REJECT-ITEM
                           END-READ
                       end-perform
                       if WS-REJECT-STATUS = '00'
                           or WS-REJECT-STATUS = '10'
                           close REJECT-FILE
                       end-if
                       perform CLEAR-PASSED-ITEMS
                       close SUSPENSE-FILE
                   end-if.

               OPEN-REJECT-ITEM.
                   move REJ-INPUT-FILENAME to SUS-SOURCE-FILENAME.
                   move REJ-LINE-NO to SUS-LINE-NO.
                   move 'R' to SUS-ITEM-TYPE.
                   read SUSPENSE-FILE record
                       key is SUS-KEY
                       invalid key perform WRITE-REJECT-ITEM
                       not invalid key perform REFRESH-REJECT-ITEM
                   end-read.

               WRITE-REJECT-ITEM.
                   move spaces to SUSPENSE-REC.
                   move REJ-INPUT-FILENAME to SUS-SOURCE-FILENAME.
                   move REJ-LINE-NO to SUS-LINE-NO.
                   move 'R' to SUS-ITEM-TYPE.
                   move WS-STATION-ID to SUS-STATION-ID.
                   move REJ-REASON to SUS-REASON.
                   move WS-EDIT-STAMP(1:8) to SUS-DATE-IN.
                   move 'O' to SUS-STATUS.
                   move WS-EDIT-STAMP to SUS-LAST-SEEN.
                   move REJ-LINE-TEXT to SUS-LINE-TEXT.
                   write SUSPENSE-REC
                       invalid key
                           display "SUSPENSE WRITE FAILED : "
                               REJ-LINE-NO
                   end-write.

      *>   The same line failing again is the same item - an open
      *>   one keeps the date it first went in, a corrected one
      *>   reopens from today, a written-off one stays written off.
               REFRESH-REJECT-ITEM.
                   if SUS-STATUS = 'C'
                       move 'O' to SUS-STATUS
                       move WS-EDIT-STAMP(1:8) to SUS-DATE-IN
                       move spaces to SUS-CLOSED-DATE
                       move spaces to SUS-CLOSED-BY
                       move spaces to SUS-CLOSE-REASON
                   end-if.
                   move WS-STATION-ID to SUS-STATION-ID.
                   move REJ-REASON to SUS-REASON.
                   move WS-EDIT-STAMP to SUS-LAST-SEEN.
                   move REJ-LINE-TEXT to SUS-LINE-TEXT.
                   rewrite SUSPENSE-REC.

      *>   Any reject item of this raw file still open but not seen
      *>   by this edit belongs to a line that now edits clean.
               CLEAR-PASSED-ITEMS.
                   move 'F' to WS-SUSPENSE-EOF.
                   move WS-RAW-FILENAME to SUS-SOURCE-FILENAME.
                   move 0 to SUS-LINE-NO.
                   move low-value to SUS-ITEM-TYPE.
                   start SUSPENSE-FILE key is not less than SUS-KEY
                       invalid key move 'T' to WS-SUSPENSE-EOF
                   end-start.
                   perform until WS-SUSPENSE-EOF = 'T'
                       read SUSPENSE-FILE next record
                           AT END move 'T' to WS-SUSPENSE-EOF
                           NOT AT END
                               if SUS-SOURCE-FILENAME
                                   not = WS-RAW-FILENAME
                                   move 'T' to WS-SUSPENSE-EOF
                               else
                                   perform CLEAR-ONE-PASSED-ITEM
                               end-if
                       END-READ
                   end-perform.

               CLEAR-ONE-PASSED-ITEM.
                   if SUS-ITEM-TYPE = 'R'
                       and SUS-STATUS = 'O'
                       and SUS-LAST-SEEN not = WS-EDIT-STAMP
                       move 'C' to SUS-STATUS
                       move WS-EDIT-STAMP(1:8) to SUS-CLOSED-DATE
                       rewrite SUSPENSE-REC
                   end-if.

               EDIT-ONE-LINE.
                   move space to WS-REJECT-REASON.
      *>   Blankness and printability are judged on the 256 columns
                   move WS-REJECT-COUNT to ED-REJECT-COUNT.
                   move WS-TRUNC-COUNT to ED-TRUNC-COUNT.
                   move WS-STATION-ID to ED-STATION-ID.
                   move WS-CONTROL-FAULT to ED-EDIT-STATUS.
                   if WS-OVERLAP-WARN = 'T'
                       move 'W1' to ED-EDIT-STATUS
                   end-if.
      *>   A D1 file repeats its earlier file outright, so every
      *>   accepted line is found there. Below the W1 limit the
      *>   overlap scan's best match is not reported.
                   if WS-CONTROL-FAULT = 'D1'
                       move WS-DUP-FILENAME to ED-DUP-FILENAME
                       if WS-ACCEPT-COUNT > 0
                           move 100 to ED-OVERLAP-PCT
                       else
                           move 0 to ED-OVERLAP-PCT
                       end-if
                   else
                       if WS-OVERLAP-WARN = 'T'
                           move WS-OVERLAP-FILENAME to ED-DUP-FILENAME
                           move WS-OVERLAP-PCT to ED-OVERLAP-PCT
                       else
                           move spaces to ED-DUP-FILENAME
                           move 0 to ED-OVERLAP-PCT
                       end-if
                   end-if.
                   open extend EDIT-REPORT.
                   if WS-EDIT-STATUS = '35' or WS-EDIT-STATUS = '05'
                       close EDIT-REPORT
