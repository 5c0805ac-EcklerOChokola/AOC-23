      *>   Content fingerprint registry record - one keyed row per
      *>   raw file the front-end edit has passed or held, under the
      *>   fingerprint of its accepted data lines. The station and
      *>   control records are left out of the fingerprint, so a day
      *>   resent under another date or another station's header
      *>   still carries the fingerprint of the day it repeats.
       01 FINGERPRINT-REC.
           05 FPR-KEY.
               10 FPR-FINGERPRINT.
                   15 FPR-LINE-COUNT  pic 9(6).
                   15 FPR-HASH-A      pic 9(9).
                   15 FPR-HASH-B      pic 9(9).
               10 FPR-FILENAME        pic X(64).
           05 FPR-STATION-ID          pic X(4).
      *>   The file date quoted on the raw file's header record.
           05 FPR-FILE-DATE           pic X(10).
      *>   R = registered - the file stood and is the original of
      *>       its content,
      *>   H = held as a duplicate of FPR-DUP-FILENAME,
      *>   L = hold released by an authorized operator - the file
      *>       now edits as registered.
           05 FPR-STATUS              pic X.
           05 FPR-FIRST-SEEN          pic X(21).
           05 FPR-DUP-FILENAME        pic X(64).
      *>   Date (yyyymmdd), operator and reason code of the release.
           05 FPR-RELEASED-DATE       pic X(8).
           05 FPR-RELEASED-BY         pic X(8).
           05 FPR-RELEASE-REASON      pic X(4).
