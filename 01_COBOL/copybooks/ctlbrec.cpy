           05 filler           pic X(1)  value space.
           05 CTLB-STA-ID      pic X(4).
           05 filler           pic X(1)  value space.
      *>   Instrument name off the station master, spaces when the
      *>   master could not name the station.
           05 CTLB-STA-NAME    pic X(30).
           05 filler           pic X(1)  value space.
           05 CTLB-STA-TOTAL   pic 9(6).
           05 filler           pic X(1)  value space.
           05 CTLB-STA-DAYS    pic 9(4).
