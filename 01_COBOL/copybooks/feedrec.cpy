      *>   receiving system stops asking which instrument a total
      *>   came from. Spaces on feeds cut before the column existed.
           05 FDD-STATION-ID     pic X(4).
      *>   Instrument name the station master holds for that
      *>   station, so the receiver need not keep its own list of
      *>   codes. Spaces when the master could not name it, and on
      *>   feeds cut before the column existed.
           05 FDD-STATION-NAME   pic X(30).
       01 FEED-TRAILER.
           05 FDT-RECORD-TYPE    pic X.
           05 FDT-RECORD-COUNT   pic 9(6).
