      *>   Period ledger record - the snapshot a period close takes
      *>   of the month it freezes, appended to period-ledger.txt.
      *>   One DAY row per standing posted day (its file, station,
      *>   line count and posted total as the results master holds
      *>   it), one STATION row subtotalling each station's days,
      *>   and one PERIOD row across every station. Every row of one
      *>   close carries that close's stamp.
       01 PERIOD-LEDGER-LINE.
           05 PLG-CLOSE-STAMP     pic X(21).
           05 filler              pic X(1)  value space.
           05 PLG-PERIOD          pic X(6).
           05 filler              pic X(1)  value space.
           05 PLG-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 PLG-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 PLG-DAY-DATE        pic X(10).
           05 filler              pic X(1)  value space.
           05 PLG-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1)  value space.
           05 PLG-DAY-COUNT       pic 9(5).
           05 filler              pic X(1)  value space.
           05 PLG-LINE-COUNT      pic 9(9).
           05 filler              pic X(1)  value space.
           05 PLG-TOTAL           pic 9(9).
           05 filler              pic X(1)  value space.
           05 PLG-OPERATOR-ID     pic X(8).
           05 filler              pic X(1)  value space.
           05 PLG-REASON-CODE     pic X(4).
