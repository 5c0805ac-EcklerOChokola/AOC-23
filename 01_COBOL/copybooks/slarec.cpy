      *>   SLA report records. One WINDOW row for the latest batch
      *>   window on the timing log - when it opened and finished,
      *>   the completion cutoff and the minutes it finished inside
      *>   it (negative when it overran) - then up to five SLOWDAY
      *>   rows (a day's EDIT, LOAD and CALIBRATE added together),
      *>   up to five SLOWSTEP rows, an OVERAVG row for every step of
      *>   the window that ran well over its own historical average,
      *>   and a PROJECT row carrying this month's growth in line
      *>   volume over last month's into the window's run time.
       01 SLA-WINDOW-LINE.
           05 SLW-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 SLW-START-STAMP     pic X(21).
           05 filler              pic X(1)  value space.
           05 SLW-END-STAMP       pic X(21).
           05 filler              pic X(1)  value space.
           05 SLW-ELAPSED         pic 9(7)V99.
           05 filler              pic X(1)  value space.
           05 SLW-CUTOFF-TIME     pic X(4).
           05 filler              pic X(1)  value space.
           05 SLW-MARGIN-MINUTES  pic +9(5).
           05 filler              pic X(1)  value space.
      *>   MET or MISSED.
           05 SLW-VERDICT         pic X(8).
      *>   SLOWDAY rows leave the step name blank; SLOWSTEP and
      *>   OVERAVG rows name the step. The average and the percentage
      *>   of it are filled on OVERAVG rows only.
       01 SLA-STEP-LINE.
           05 SLS-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 SLS-STEP-NAME       pic X(9).
           05 filler              pic X(1)  value space.
           05 SLS-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1)  value space.
           05 SLS-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 SLS-ELAPSED         pic 9(7)V99.
           05 filler              pic X(1)  value space.
           05 SLS-RECORD-COUNT    pic 9(9).
           05 filler              pic X(1)  value space.
           05 SLS-AVERAGE         pic 9(7)V99.
           05 filler              pic X(1)  value space.
           05 SLS-PCT-OF-AVERAGE  pic 9(5).
      *>   Average lines per calibrated day in the month before the
      *>   window's and in the window's own month, the growth between
      *>   them, the window's run time grown by the same rate and the
      *>   minutes that would leave inside the cutoff. WITHIN or OVER.
       01 SLA-PROJECT-LINE.
           05 SLP-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 SLP-PRIOR-MONTH     pic X(6).
           05 filler              pic X(1)  value space.
           05 SLP-PRIOR-AVERAGE   pic 9(7).
           05 filler              pic X(1)  value space.
           05 SLP-MONTH           pic X(6).
           05 filler              pic X(1)  value space.
           05 SLP-MONTH-AVERAGE   pic 9(7).
           05 filler              pic X(1)  value space.
           05 SLP-GROWTH-PCT      pic +9(5).
           05 filler              pic X(1)  value space.
           05 SLP-PROJECTED       pic 9(7)V99.
           05 filler              pic X(1)  value space.
           05 SLP-MARGIN-MINUTES  pic +9(5).
           05 filler              pic X(1)  value space.
           05 SLP-VERDICT         pic X(8).
