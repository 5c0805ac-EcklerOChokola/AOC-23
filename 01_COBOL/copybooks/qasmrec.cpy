      *>   QA sample record - one row per posted line drawn for
      *>   second-operator verification, written fresh by every
      *>   sampling run. Every row carries the run's stamp, who ran
      *>   the window and the seed the draw was made from, so the
      *>   same window and seed reproduce the same sample and the
      *>   verify step can refuse the window operator.
       01 QA-SAMPLE-LINE.
           05 QAS-SAMPLE-STAMP    pic X(21).
           05 filler              pic X(1)  value space.
           05 QAS-RAN-BY          pic X(8).
           05 filler              pic X(1)  value space.
           05 QAS-SEED            pic 9(10).
           05 filler              pic X(1)  value space.
      *>   Indexed dataset name and line number - the key the line
      *>   is posted under on the results master.
           05 QAS-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1)  value space.
           05 QAS-LINE-NO         pic 9(6).
           05 filler              pic X(1)  value space.
           05 QAS-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
      *>   Scan-rules version of the file's standing run.
           05 QAS-RULES-VERSION   pic X(8).
           05 filler              pic X(1)  value space.
      *>   Why the line drew extra weight: O = on overlaps.txt,
      *>   R = on reconcile.txt, B = on both, space = neither.
           05 QAS-FLAG            pic X.
           05 filler              pic X(1)  value space.
           05 QAS-POSTED-VALUE    pic 9(2).
           05 filler              pic X(1)  value space.
           05 QAS-LINE-TEXT       pic X(256).
