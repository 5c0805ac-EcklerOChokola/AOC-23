       identification division.
               program-id. filedate.
               author. eckler.
               date-written. 15/10/2026.

      *>   The business date a dated file stands for. Every day's
      *>   raw file, and every file derived from it, carries its
      *>   date in the name as yyyy-mm-dd (input-2023-12-01.txt,
      *>   input-2023-12-01.txt.dat and so on) - this returns the
      *>   first such date found in the name passed, or spaces when
      *>   the name carries none, so every program that must place
      *>   a file in a day or a month reads the date the same way.

       data division.
               working-storage section.
               01 WS-POS           pic 9(2).
               01 WS-FOUND         pic A.

               linkage section.
               01 LS-FILENAME      pic X(64).
               01 LS-FILE-DATE     pic X(10).

       procedure division using LS-FILENAME LS-FILE-DATE.
               move spaces to LS-FILE-DATE.
               move 'F' to WS-FOUND.
               perform varying WS-POS from 1 by 1
                   until WS-POS > 55 or WS-FOUND = 'T'
                   if LS-FILENAME(WS-POS:4) numeric
                       and LS-FILENAME(WS-POS + 4:1) = '-'
                       and LS-FILENAME(WS-POS + 5:2) numeric
                       and LS-FILENAME(WS-POS + 7:1) = '-'
                       and LS-FILENAME(WS-POS + 8:2) numeric
                       and LS-FILENAME(WS-POS + 5:2) >= '01'
                       and LS-FILENAME(WS-POS + 5:2) <= '12'
                       and LS-FILENAME(WS-POS + 8:2) >= '01'
                       and LS-FILENAME(WS-POS + 8:2) <= '31'
                       move 'T' to WS-FOUND
                       move LS-FILENAME(WS-POS:10) to LS-FILE-DATE
                   end-if
               end-perform.
               move 0 to RETURN-CODE.
               goback.
