      *>   Baseline sign-off audit record - one row appended to the
      *>   baseline log per sign-off attempt, applied or not, so the
      *>   history of a station's baselines survives each one being
      *>   replaced on the keyed file.
      *>   Dispositions: APPLIED, or REFUSED with nothing changed.
      *>   Reasons:
      *>   D = period dates not yyyy-mm-dd, or from after to
      *>   N = no standing day for the station inside the period
      *>   F = baseline file would not open
      *>   U = operator not authorized to sign off a baseline
       01 BASELINE-LOG-LINE.
           05 BLG-TIMESTAMP       pic X(21).
           05 filler              pic X(1)  value space.
           05 BLG-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 BLG-FROM-DATE       pic X(10).
           05 filler              pic X(1)  value space.
           05 BLG-TO-DATE         pic X(10).
           05 filler              pic X(1)  value space.
           05 BLG-DISPOSITION     pic X(7).
           05 filler              pic X(1)  value space.
           05 BLG-REASON          pic X.
           05 filler              pic X(1)  value space.
           05 BLG-DAY-COUNT       pic 9(5).
           05 filler              pic X(1)  value space.
           05 BLG-LINE-COUNT      pic 9(9).
           05 filler              pic X(1)  value space.
           05 BLG-OPERATOR-ID     pic X(8).
           05 filler              pic X(1)  value space.
           05 BLG-REASON-CODE     pic X(4).
