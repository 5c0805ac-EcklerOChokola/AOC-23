      *>   Station maintenance transaction - one row per change to
      *>   apply to the station master. Actions:
      *>   A = add a station, active from STT-EFFECTIVE-DATE (today
      *>       when blank),
      *>   C = change a station's name, lab or expected line range -
      *>       a blank name or lab, or a non-numeric count, leaves
      *>       that field as it stands; a date moves the active-from
      *>       date,
      *>   R = retire a station from STT-EFFECTIVE-DATE on (today
      *>       when blank).
      *>   Dates are yyyy-mm-dd, counts six digits.
       01 STATION-TXN-LINE.
           05 STT-ACTION          pic X.
           05 filler              pic X(1).
           05 STT-STATION-ID      pic X(4).
           05 filler              pic X(1).
           05 STT-STATION-NAME    pic X(30).
           05 filler              pic X(1).
           05 STT-OWNING-LAB      pic X(20).
           05 filler              pic X(1).
           05 STT-EFFECTIVE-DATE  pic X(10).
           05 filler              pic X(1).
           05 STT-MIN-LINES       pic 9(6).
           05 filler              pic X(1).
           05 STT-MAX-LINES       pic 9(6).
