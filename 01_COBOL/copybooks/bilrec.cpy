      *>   Chargeback billing feed - fixed-format records the finance
      *>   system loads instead of working the charges out by hand.
      *>   Record type in column 1: one H header naming the billing
      *>   period, one D detail per station and charge category with
      *>   a charge, one T trailer whose record count and totals over
      *>   the detail quantities and amounts let finance prove the
      *>   file arrived complete. BLD-RATE carries four implied
      *>   decimal places, the amounts two.
       01 BILLING-HEADER.
           05 BLH-RECORD-TYPE    pic X.
           05 BLH-PERIOD         pic X(6).
           05 BLH-RUN-DATE       pic X(8).
           05 BLH-SOURCE         pic X(8).
       01 BILLING-DETAIL.
           05 BLD-RECORD-TYPE    pic X.
           05 BLD-PERIOD         pic X(6).
           05 BLD-STATION-ID     pic X(4).
           05 BLD-OWNING-LAB     pic X(20).
           05 BLD-CATEGORY       pic X(8).
           05 BLD-QUANTITY       pic 9(7).
           05 BLD-RATE           pic 9(3)V9(4).
           05 BLD-AMOUNT         pic 9(7)V99.
       01 BILLING-TRAILER.
           05 BLT-RECORD-TYPE    pic X.
           05 BLT-RECORD-COUNT   pic 9(6).
           05 BLT-QUANTITY-TOTAL pic 9(9).
           05 BLT-AMOUNT-TOTAL   pic 9(9)V99.
