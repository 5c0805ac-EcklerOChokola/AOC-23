           05 AKD-MAX            pic 9(2).
           05 AKD-AVG            pic 9(3)V99.
           05 AKD-STATION-ID     pic X(4).
           05 AKD-STATION-NAME   pic X(30).
       01 ACK-TRAILER.
           05 AKT-RECORD-TYPE    pic X.
           05 AKT-RECORD-COUNT   pic 9(6).
