      *>   Batch window timing record - one row appended to the
      *>   timing log by every step of the window as it finishes:
      *>   the job steps themselves under their program names, and
      *>   each day's EDIT, LOAD and CALIBRATE call inside the driver
      *>   under those names with the day's raw filename and station.
      *>   Elapsed time is in seconds; throughput is the records the
      *>   step handled per second of it.
       01 TIMING-LINE.
           05 TML-STEP-NAME      pic X(9).
           05 filler             pic X(1)  value space.
           05 TML-INPUT-FILENAME pic X(64).
           05 filler             pic X(1)  value space.
           05 TML-STATION-ID     pic X(4).
           05 filler             pic X(1)  value space.
           05 TML-START-STAMP    pic X(21).
           05 filler             pic X(1)  value space.
           05 TML-END-STAMP      pic X(21).
           05 filler             pic X(1)  value space.
           05 TML-ELAPSED        pic 9(7)V99.
           05 filler             pic X(1)  value space.
           05 TML-RECORD-COUNT   pic 9(9).
           05 filler             pic X(1)  value space.
           05 TML-THROUGHPUT     pic 9(9)V99.
