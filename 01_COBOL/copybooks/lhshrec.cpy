      *>   Line hash registry record - one keyed row per distinct
      *>   data line of each registered raw file, so the edit can
      *>   tell how much of a new day repeats the lines of a recent
      *>   one. Repeats of a line within the same file collapse onto
      *>   the one row.
       01 LINE-HASH-REC.
           05 LHR-KEY.
               10 LHR-HASH.
                   15 LHR-HASH-A      pic 9(9).
                   15 LHR-HASH-B      pic 9(9).
               10 LHR-FILENAME        pic X(64).
           05 LHR-STATION-ID          pic X(4).
           05 LHR-FILE-DATE           pic X(10).
