      *>   QA verification result - one row appended to
      *>   qa-results.txt per transaction read, so there is a
      *>   permanent record of who checked which posted line of
      *>   which sample, and whether their reading agreed.
      *>   Outcomes:
      *>   AGREE    = the keyed digits value the line as posted,
      *>   DISAGREE = they do not - a suspense item is opened,
      *>   REFUSED  = nothing was compared, the reason says why.
      *>   Reasons:
      *>   S = line not in the current sample
      *>   N = first or last digit not a digit
      *>   V = line keyed twice in the same transaction file
      *>   O = the verifier ran the window (whole run refused)
       01 QA-RESULT-LINE.
           05 QAR-TIMESTAMP       pic X(21).
           05 filler              pic X(1)  value space.
           05 QAR-SAMPLE-STAMP    pic X(21).
           05 filler              pic X(1)  value space.
           05 QAR-INPUT-FILENAME  pic X(64).
           05 filler              pic X(1)  value space.
           05 QAR-LINE-NO         pic 9(6).
           05 filler              pic X(1)  value space.
           05 QAR-STATION-ID      pic X(4).
           05 filler              pic X(1)  value space.
           05 QAR-RULES-VERSION   pic X(8).
           05 filler              pic X(1)  value space.
      *>   Value the line stands posted at on the results master
      *>   when it was compared, and the value the keyed digits make.
           05 QAR-POSTED-VALUE    pic 9(2).
           05 filler              pic X(1)  value space.
           05 QAR-KEYED-VALUE     pic X(2).
           05 filler              pic X(1)  value space.
           05 QAR-OUTCOME         pic X(8).
           05 filler              pic X(1)  value space.
           05 QAR-REASON          pic X.
           05 filler              pic X(1)  value space.
           05 QAR-OPERATOR-ID     pic X(8).
