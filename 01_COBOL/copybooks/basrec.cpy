      *>   Station digit-pair baseline - one keyed record per
      *>   station holding the first/last digit-pair mix of a run of
      *>   days the owning lab signed off as good: how many days and
      *>   lines went into it, the line count of each of the 100
      *>   (first digit, last digit) pairs, and who signed the
      *>   period off, when, and under what reason code. The drift
      *>   report measures every later day against it. Cell (i, j)
      *>   counts first digit i - 1 and last digit j - 1.
       01 BASELINE-REC.
           05 BAS-STATION-ID      pic X(4).
           05 BAS-FROM-DATE       pic X(10).
           05 BAS-TO-DATE         pic X(10).
           05 BAS-DAY-COUNT       pic 9(5).
           05 BAS-LINE-COUNT      pic 9(9).
           05 BAS-PAIR-TABLE.
               10 BAS-PAIR-ROW occurs 10 times.
                   15 BAS-PAIR-CELL occurs 10 times pic 9(8).
           05 BAS-SIGNED-STAMP    pic X(21).
           05 BAS-SIGNED-BY       pic X(8).
           05 BAS-REASON-CODE     pic X(4).
