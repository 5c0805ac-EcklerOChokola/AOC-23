      *>   actions they may take:
      *>   F = force a rerun over a completed day,
      *>   P = reprocess a single line,
      *>   G = purge the live files behind a verified archive,
      *>   S = add, change or retire a station on the station master.
      *>   W = write off an open item on the suspense ledger.
      *>   B = sign off a station's digit-pair baseline period.
      *>   K = close an accounting period.
      *>   A = correct a closed period's line as a prior-period
      *>       adjustment posted in the open period.
      *>   H = release a raw file the edit held as a duplicate
      *>       submission.
      *>   M = replace the posted-results master with the one
      *>       rebuilt from the detail and adjustment trail.
      *>   Blank rows and '*' comment rows are for the table's
      *>   maintainers. An operator absent from the table may do
      *>   none of the above.
       01 AUTH-LINE.
           05 AUT-OPERATOR-ID pic X(8).
           05 filler          pic X(1).
           05 AUT-ACTIONS     pic X(16).
