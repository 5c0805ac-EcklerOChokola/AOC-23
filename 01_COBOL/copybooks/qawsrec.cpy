      *>   QA verification worksheet - one row per sampled line with
      *>   the line text and no posted value. The verifying operator
      *>   reads each line and keys the first and last digit into
      *>   the two blank columns; the leading columns of a keyed
      *>   worksheet row are a verification transaction as they
      *>   stand.
       01 QA-WORKSHEET-LINE.
           05 QAW-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1)  value space.
           05 QAW-LINE-NO         pic 9(6).
           05 filler              pic X(1)  value space.
           05 QAW-FIRST-DIGIT     pic X.
           05 filler              pic X(1)  value space.
           05 QAW-LAST-DIGIT      pic X.
           05 filler              pic X(1)  value space.
           05 QAW-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 QAW-LINE-TEXT       pic X(256).
