      *>   Drift report records. One DAY row per standing day of a
      *>   station, testing the day's first/last digit-pair mix
      *>   against the station's signed-off baseline: the lines
      *>   tested, the number of cells the test used, the
      *>   chi-square statistic and the critical value it is held
      *>   to, and the verdict -
      *>     DRIFT       = the mix has shifted significantly,
      *>     STEADY      = no significant shift,
      *>     TOO FEW     = too few lines for the test to mean much,
      *>     NO BASELINE = the station has no signed-off baseline.
      *>   Each DRIFT day is followed by PAIR rows for the pairs
      *>   that moved most - the day's share of lines against the
      *>   baseline's, in percent, and the signed shift between
      *>   them. One STATION row per station closes its days.
       01 DRF-DAY-LINE.
           05 DRF-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 DRF-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 DRF-DAY-DATE        pic X(10).
           05 filler              pic X(1)  value space.
           05 DRF-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1)  value space.
           05 DRF-LINE-COUNT      pic 9(6).
           05 filler              pic X(1)  value space.
           05 DRF-CELLS-USED      pic 9(3).
           05 filler              pic X(1)  value space.
           05 DRF-STATISTIC       pic 9(7).99.
           05 filler              pic X(1)  value space.
           05 DRF-CRITICAL        pic 9(5).99.
           05 filler              pic X(1)  value space.
           05 DRF-VERDICT         pic X(11).
       01 DRF-PAIR-LINE.
           05 DRF-PAIR-LABEL      pic X(8).
           05 filler              pic X(1)  value space.
           05 DRF-PAIR-STATION    pic X(4).
           05 filler              pic X(1)  value space.
           05 DRF-PAIR-DAY        pic X(10).
           05 filler              pic X(1)  value space.
           05 DRF-PAIR-FIRSTD     pic 9.
           05 DRF-PAIR-LASTD      pic 9.
           05 filler              pic X(1)  value space.
           05 DRF-PAIR-COUNT      pic 9(6).
           05 filler              pic X(1)  value space.
           05 DRF-DAY-PCT         pic 9(3).99.
           05 filler              pic X(1)  value space.
           05 DRF-BASE-PCT        pic 9(3).99.
           05 filler              pic X(1)  value space.
           05 DRF-SHIFT-PCT       pic +9(3).99.
       01 DRF-STATION-LINE.
           05 DRF-STN-LABEL       pic X(8).
           05 filler              pic X(1)  value space.
           05 DRF-STN-STATION     pic X(4).
           05 filler              pic X(1)  value space.
           05 DRF-STN-NAME        pic X(30).
           05 filler              pic X(1)  value space.
           05 DRF-STN-DAYS        pic 9(5).
           05 filler              pic X(1)  value space.
           05 DRF-STN-FLAGGED     pic 9(5).
           05 filler              pic X(1)  value space.
           05 DRF-STN-BASE-FROM   pic X(10).
           05 filler              pic X(1)  value space.
           05 DRF-STN-BASE-TO     pic X(10).
           05 filler              pic X(1)  value space.
           05 DRF-STN-VERDICT     pic X(11).
