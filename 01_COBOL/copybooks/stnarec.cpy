      *>   Station audit record - one row appended to the station
      *>   log per maintenance transaction read, applied or not,
      *>   with the station master record as it stood before and
      *>   after, so any instrument's history can be rebuilt from
      *>   the log alone.
      *>   Dispositions: APPLIED, or REFUSED with nothing changed.
      *>   Reasons:
      *>   A = unknown action code    K = no such station (C/R)
      *>   X = station already on the master (A)
      *>   N = blank station identifier or name (A)
      *>   E = effective date not a yyyy-mm-dd date, or a retirement
      *>       dated before the station went active
      *>   L = expected line range has its minimum above its maximum
      *>   S = station already retired (R)
      *>   U = operator not authorized for station maintenance - one
      *>       row records the refused attempt and nothing is applied
       01 STATION-AUDIT-LINE.
           05 SAU-TIMESTAMP       pic X(21).
           05 filler              pic X(1)  value space.
           05 SAU-ACTION          pic X.
           05 filler              pic X(1)  value space.
           05 SAU-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 SAU-DISPOSITION     pic X(7).
           05 filler              pic X(1)  value space.
           05 SAU-REASON          pic X.
           05 filler              pic X(1)  value space.
           05 SAU-OPERATOR-ID     pic X(8).
           05 filler              pic X(1)  value space.
           05 SAU-REASON-CODE     pic X(4).
           05 filler              pic X(1)  value space.
           05 SAU-BEFORE-IMAGE    pic X(87).
           05 filler              pic X(1)  value space.
           05 SAU-AFTER-IMAGE     pic X(87).
