      *>   Suspense aging report records. One ITEM row per open
      *>   suspense item, grouped by station and oldest first, then
      *>   one STATION row per station bucketing its open items by
      *>   age in days - 0-2, 3-7, 8-30 and over 30 - with the
      *>   instrument name and the owning lab to chase, and a final
      *>   TOTAL row across every station.
       01 SAG-ITEM-LINE.
           05 SAG-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 SAG-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 SAG-SOURCE-FILENAME pic X(64).
           05 filler              pic X(1)  value space.
           05 SAG-LINE-NO         pic 9(6).
           05 filler              pic X(1)  value space.
           05 SAG-ITEM-TYPE       pic X.
           05 filler              pic X(1)  value space.
           05 SAG-REASON          pic X.
           05 filler              pic X(1)  value space.
           05 SAG-DATE-IN         pic X(8).
           05 filler              pic X(1)  value space.
           05 SAG-AGE-DAYS        pic 9(5).
           05 filler              pic X(1)  value space.
           05 SAG-BUCKET          pic X(4).
       01 SAG-SUMMARY-LINE.
           05 SAG-SUM-LABEL       pic X(8).
           05 filler              pic X(1)  value space.
           05 SAG-SUM-STATION     pic X(4).
           05 filler              pic X(1)  value space.
           05 SAG-SUM-NAME        pic X(30).
           05 filler              pic X(1)  value space.
           05 SAG-SUM-LAB         pic X(20).
           05 filler              pic X(1)  value space.
           05 SAG-SUM-AGE-0-2     pic 9(6).
           05 filler              pic X(1)  value space.
           05 SAG-SUM-AGE-3-7     pic 9(6).
           05 filler              pic X(1)  value space.
           05 SAG-SUM-AGE-8-30    pic 9(6).
           05 filler              pic X(1)  value space.
           05 SAG-SUM-AGE-OVER-30 pic 9(6).
           05 filler              pic X(1)  value space.
           05 SAG-SUM-TOTAL       pic 9(6).
