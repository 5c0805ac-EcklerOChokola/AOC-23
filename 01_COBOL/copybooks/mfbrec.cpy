      *>   Manifest build record - one row per business day the
      *>   processing calendar expects on or before the window date,
      *>   saying what the builder did with it. Verdicts:
      *>   INCLUDED = the window's own day, landed and put on the
      *>              manifest,
      *>   CARRIED  = a day from an earlier window that was never
      *>              posted and has landed since - carried forward
      *>              onto this window's manifest,
      *>   POSTED   = already completed in the run history, left off
      *>              the manifest,
      *>   OVERDUE  = a day from an earlier window still not landed,
      *>   MISSING  = the window's own day not landed - the window
      *>              is held rather than run short.
      *>   The filename column carries the raw file the day is
      *>   looked for under in the landing area.
       01 MFB-LINE.
           05 MFB-DATE        pic X(10).
           05 filler          pic X(1)  value space.
           05 MFB-VERDICT     pic X(8).
           05 filler          pic X(1)  value space.
           05 MFB-FILENAME    pic X(64).
