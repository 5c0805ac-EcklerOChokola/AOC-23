      *>   QA accuracy report record - one STATION row per station
      *>   in the sample, one RULES row per scan-rules version, and
      *>   a final TOTAL row: lines sampled, lines verified, how
      *>   many agreed and disagreed, and the agreement rate over
      *>   the verified lines.
       01 QA-ACCURACY-LINE.
           05 QAA-LABEL           pic X(8).
           05 filler              pic X(1)  value space.
           05 QAA-KEY             pic X(8).
           05 filler              pic X(1)  value space.
           05 QAA-SAMPLED         pic 9(5).
           05 filler              pic X(1)  value space.
           05 QAA-VERIFIED        pic 9(5).
           05 filler              pic X(1)  value space.
           05 QAA-AGREE           pic 9(5).
           05 filler              pic X(1)  value space.
           05 QAA-DISAGREE        pic 9(5).
           05 filler              pic X(1)  value space.
           05 QAA-ACCURACY-PCT    pic 9(3)V9.
