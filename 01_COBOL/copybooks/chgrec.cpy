      *>   Chargeback statement records, grouped by station. One
      *>   STATION row naming the instrument and the owning lab
      *>   billed, one DAY row per business day of the station's
      *>   data worked in the month, one CHARGE row per category
      *>   and a TOTAL row for the station; a final GRAND row totals
      *>   every station. Reruns and reprocesses that followed a
      *>   failed run of our own are counted as EXCLUDED and never
      *>   charged. Adjusted lines are shown for reference - the
      *>   reprocess that made the adjustment is what is charged.
       01 CHG-STATION-LINE.
           05 CHS-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 CHS-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 CHS-PERIOD          pic X(6).
           05 filler              pic X(1)  value space.
           05 CHS-STATION-NAME    pic X(30).
           05 filler              pic X(1)  value space.
           05 CHS-OWNING-LAB      pic X(20).
       01 CHG-DAY-LINE.
           05 CHD-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 CHD-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 CHD-DAY-DATE        pic X(10).
           05 filler              pic X(1)  value space.
           05 CHD-LINES           pic 9(7).
           05 filler              pic X(1)  value space.
           05 CHD-EXCEPTIONS      pic 9(6).
           05 filler              pic X(1)  value space.
           05 CHD-REJECTS         pic 9(6).
           05 filler              pic X(1)  value space.
           05 CHD-RERUNS          pic 9(4).
           05 filler              pic X(1)  value space.
           05 CHD-REPROCESSES     pic 9(4).
           05 filler              pic X(1)  value space.
           05 CHD-EXCLUDED        pic 9(4).
           05 filler              pic X(1)  value space.
           05 CHD-ADJUSTED        pic 9(5).
       01 CHG-CHARGE-LINE.
           05 CHC-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 CHC-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 CHC-CATEGORY        pic X(8).
           05 filler              pic X(1)  value space.
           05 CHC-QUANTITY        pic 9(7).
           05 filler              pic X(1)  value space.
           05 CHC-RATE            pic 9(3).9(4).
           05 filler              pic X(1)  value space.
           05 CHC-AMOUNT          pic 9(7).99.
       01 CHG-TOTAL-LINE.
           05 CHT-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 CHT-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 CHT-PERIOD          pic X(6).
           05 filler              pic X(1)  value space.
           05 CHT-AMOUNT          pic 9(9).99.
