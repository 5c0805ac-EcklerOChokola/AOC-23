      *>   the processing calendar expects of the period, proving the
      *>   day is present in the batch manifest and completed in the
      *>   run history. Verdicts:
      *>   POSTED  = completed in the run history - named in this
      *>             manifest or posted by an earlier window's,
      *>   LATE    = named in the manifest but with no completed
      *>             run-history row yet,
      *>   MISSING = not named in the manifest at all - the day never
      *>             arrived.
      *>   The filename column carries the manifest entry the day
      *>   matched (the run-history filename for a day an earlier
      *>   window posted), spaces on a MISSING row.
       01 CAL-LINE.
           05 CAL-DATE        pic X(10).
           05 filler          pic X(1)  value space.
