      *>   Accounting period control record - one keyed row per
      *>   month (yyyymm) once it has been closed. A month with no
      *>   row is open. A closed month's posted figures are frozen:
      *>   no full run, rerun, reprocess or line maintenance may
      *>   change them, and a correction to one of its lines posts
      *>   as a prior-period adjustment in the open month instead.
       01 PERIOD-REC.
           05 PER-PERIOD              pic X(6).
      *>   C = closed. O is kept for a month reopened under control.
           05 PER-STATUS              pic X.
      *>   The close's own stamp - the period ledger rows written by
      *>   the close that stands carry the same stamp.
           05 PER-CLOSED-STAMP        pic X(21).
           05 PER-CLOSED-BY           pic X(8).
           05 PER-REASON-CODE         pic X(4).
      *>   Figures frozen at the close, across every station.
           05 PER-DAY-COUNT           pic 9(5).
           05 PER-LINE-COUNT          pic 9(9).
           05 PER-TOTAL               pic 9(9).
