      *>   QA verification transaction - one row per sampled line
      *>   the second operator has read, named by the indexed
      *>   dataset name and line number off the worksheet, with the
      *>   first and last digit the operator found in the text.
       01 QA-VERIFY-TXN-LINE.
           05 QAV-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1).
           05 QAV-LINE-NO         pic 9(6).
           05 filler              pic X(1).
           05 QAV-FIRST-DIGIT     pic X.
           05 filler              pic X(1).
           05 QAV-LAST-DIGIT      pic X.
