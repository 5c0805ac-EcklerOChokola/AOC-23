      *>   Chargeback rate table record - one row per charge
      *>   category, the rate in currency per unit with four implied
      *>   decimal places (0001500 = 0.15 per unit). Categories:
      *>   LINE   = a line processed in a completed run,
      *>   EXCEPT = a line the engine could not value,
      *>   REJECT = a line the front-end edit rejected,
      *>   RERUN  = a forced rerun over a completed day,
      *>   REPROC = a single-line reprocess.
      *>   A row with spaces for station is the standard rate; a row
      *>   naming a station overrides it for that station alone.
      *>   Blank rows and '*' comment rows are for the table's
      *>   maintainers.
       01 RATE-LINE.
           05 CRT-CATEGORY    pic X(8).
           05 filler          pic X(1).
           05 CRT-STATION-ID  pic X(4).
           05 filler          pic X(1).
           05 CRT-RATE        pic 9(3)V9(4).
