      *>   Results master verify record - one row per key where the
      *>   live posted-results master and the master rebuilt from the
      *>   trail disagree. Verdicts:
      *>   MISSING   = the trail posts the key, the live master has
      *>               no record for it,
      *>   EXTRA     = the live master holds a key the trail never
      *>               posted,
      *>   DIFFERENT = both hold the key at different values.
      *>   A value the side does not hold prints as spaces.
       01 RESULT-VERIFY-LINE.
           05 RVF-VERDICT          pic X(9).
           05 filler               pic X(1)  value space.
           05 RVF-INPUT-FILENAME   pic X(64).
           05 filler               pic X(1)  value space.
           05 RVF-LINE-NO          pic 9(6).
           05 filler               pic X(1)  value space.
           05 RVF-LIVE-VALUE       pic X(2).
           05 filler               pic X(1)  value space.
           05 RVF-REBUILT-VALUE    pic X(2).
