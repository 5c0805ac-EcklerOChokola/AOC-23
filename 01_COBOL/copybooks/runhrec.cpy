           05 RH-TOTAL           pic 9(5).
           05 filler             pic X(1)  value space.
      *>   Honest outcome of the run this row records:
      *>   C = completed full run, P = single-line reprocess (a
      *>   prior-period adjustment where the file's period is closed),
      *>   F = failed before any line posted, A = month-end
      *>   housekeeping row (an archive cut, mode A, a period
      *>   close, mode K, or a results master rebuild, mode M - a
      *>   rebuild that failed is F under mode M), R = completed
      *>   rerun forced over an earlier completed row
      *>   (supersession), X = privileged
      *>   action refused for want of authorization, or a change to
      *>   a closed period's file refused - nothing posted, the row
      *>   records the attempt. Downstream readers
      *>   of the history (trend report and the like) treat only C
      *>   and R rows as posted day totals, and the duplicate-run
      *>   guard refuses a file that already has either unless the
