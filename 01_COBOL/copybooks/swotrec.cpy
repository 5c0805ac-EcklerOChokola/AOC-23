      *>   Suspense write-off transaction - one row per open
      *>   suspense item to be written off, named by the item's key:
      *>   the source filename, the line number and the item type
      *>   (R = edit reject, X = engine exception, Q = QA
      *>   disagreement).
       01 WRITEOFF-TXN-LINE.
           05 SWO-SOURCE-FILENAME pic X(64).
           05 filler              pic X(1).
           05 SWO-LINE-NO         pic 9(6).
           05 filler              pic X(1).
           05 SWO-ITEM-TYPE       pic X.
