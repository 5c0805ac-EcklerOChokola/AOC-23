      *>             adjustment trail are NOT yet in step with the
      *>             text on file, and the reprocess must be rerun.
      *>   Reasons:
      *>   A = unknown action code    K = no such line (R/D), or
      *>                              no such suspense item (W),
      *>                              or no held submission (H)
      *>   X = line already on file (I)
      *>   B = before-image disagrees with the record on file
      *>   F = indexed file would not open
      *>   L = file dated in a closed period, and the operator may
      *>       not post prior-period adjustments
      *>   R = the reprocess of the corrected line failed (FAILED)
      *>   S = suspense item not open - already corrected or
      *>       written off (W)
      *>   U = operator not authorized to reprocess (or to write
      *>       off, or to release a hold) - one row records the
      *>       refused attempt and nothing is applied
      *>   Action W is a suspense write-off: the filename and line
      *>   number are the key of the suspense item written off.
      *>   Action H releases a duplicate-submission hold: the
      *>   filename is the held raw file and the line number zero.
       01 MAINT-AUDIT-LINE.
           05 MAU-TIMESTAMP       pic X(21).
           05 filler              pic X(1)  value space.
