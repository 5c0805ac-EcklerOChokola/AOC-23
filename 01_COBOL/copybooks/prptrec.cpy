      *>   Period-end report records. For a closed month: an ADJUST
      *>   row for each prior-period adjustment posted against one of
      *>   its days since the close, then the day's DAY row giving
      *>   the opening figure (the posted total as closed), the count
      *>   and net of its adjustments and the adjusted result; then a
      *>   STATION row per station and a PERIOD row across every
      *>   station on the same figures.
       01 PERIOD-REPORT-LINE.
           05 PRP-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 PRP-PERIOD          pic X(6).
           05 filler              pic X(1)  value space.
           05 PRP-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 PRP-DAY-DATE        pic X(10).
           05 filler              pic X(1)  value space.
           05 PRP-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1)  value space.
           05 PRP-OPENING         pic 9(9).
           05 filler              pic X(1)  value space.
           05 PRP-ADJ-COUNT       pic 9(5).
           05 filler              pic X(1)  value space.
           05 PRP-ADJ-NET         pic +9(7).
           05 filler              pic X(1)  value space.
           05 PRP-ADJUSTED        pic 9(9).
       01 PERIOD-ADJUST-LINE.
           05 PRA-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 PRA-POST-PERIOD     pic X(6).
           05 filler              pic X(1)  value space.
           05 PRA-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 PRA-POST-DATE       pic X(8).
           05 filler              pic X(1)  value space.
           05 PRA-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1)  value space.
           05 PRA-LINE-NO         pic 9(6).
           05 filler              pic X(1)  value space.
           05 PRA-OLD-VALUE       pic 9(2).
           05 filler              pic X(1)  value space.
           05 PRA-NEW-VALUE       pic 9(2).
           05 filler              pic X(1)  value space.
           05 PRA-DELTA           pic +9(2).
           05 filler              pic X(1)  value space.
           05 PRA-OPERATOR-ID     pic X(8).
           05 filler              pic X(1)  value space.
           05 PRA-REASON-CODE     pic X(4).
