           05 PAIR-LASTD   pic 9.
           05 filler       pic X(1)  value space.
           05 PAIR-COUNT   pic 9(6).
      *>   Which day's distribution this row belongs to: the station
      *>   and the file's business date, the outcome byte of the run
      *>   that wrote it (its run-history status - C, R or P), the
      *>   run's history timestamp, shared by every row of one run's
      *>   set, and the indexed file the run posted. A forced rerun
      *>   writes a fresh set and the latest set for a file stands;
      *>   a single-line reprocess writes a P set of its one line,
      *>   which readers of the day's distribution pass over. Rows
      *>   written before the columns existed read back as spaces.
           05 filler              pic X(1)  value space.
           05 PAIR-STATION-ID     pic X(4).
           05 filler              pic X(1)  value space.
           05 PAIR-DAY-DATE       pic X(10).
           05 filler              pic X(1)  value space.
           05 PAIR-RUN-STATUS     pic X.
           05 filler              pic X(1)  value space.
           05 PAIR-RUN-STAMP      pic X(21).
           05 filler              pic X(1)  value space.
           05 PAIR-INPUT-FILENAME pic X(64).
