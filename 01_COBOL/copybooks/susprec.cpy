      *>   Suspense ledger record - one keyed row per input line the
      *>   system could not post, kept until the line is fixed or
      *>   deliberately written off, so nothing rejected simply
      *>   disappears into a .rej file or exceptions.txt. Item types:
      *>   R = line the front-end edit rejected - keyed by the raw
      *>       filename and the line's number in the raw file,
      *>   X = line the engine could not value (an exceptions.txt
      *>       row) - keyed by the indexed dataset name and the
      *>       line's number on the indexed file,
      *>   Q = posted line a second operator's QA verification
      *>       disagreed with - keyed by the indexed dataset name
      *>       and the line's number on the indexed file.
       01 SUSPENSE-REC.
           05 SUS-KEY.
               10 SUS-SOURCE-FILENAME pic X(64).
               10 SUS-LINE-NO         pic 9(6).
               10 SUS-ITEM-TYPE       pic X.
           05 SUS-STATION-ID          pic X(4).
      *>   Why the line is in suspense: the edit's reject reason
      *>   (B = blank, C = unprintable character), N = the engine
      *>   found no digit to value the line by, or D = the digits
      *>   the QA verifier keyed disagree with the posted value.
           05 SUS-REASON              pic X.
      *>   Date (yyyymmdd) the item went into suspense - the date the
      *>   aging report measures from. A corrected line that fails
      *>   again goes back in under the date it failed again.
           05 SUS-DATE-IN             pic X(8).
      *>   O = open, C = corrected (the line has since edited clean
      *>   or posted, or - a QA item - a later verification agreed),
      *>   W = written off by an authorized operator.
           05 SUS-STATUS              pic X.
      *>   Timestamp of the last edit or run that found the line
      *>   still failing.
           05 SUS-LAST-SEEN           pic X(21).
      *>   When the item left open status and on whose authority -
      *>   the operator and reason code of the maintenance, the
      *>   reprocess or the write-off that closed it, or the QA
      *>   verifier whose reading agreed; spaces when an ordinary
      *>   re-edit or run cleared it.
           05 SUS-CLOSED-DATE         pic X(8).
           05 SUS-CLOSED-BY           pic X(8).
           05 SUS-CLOSE-REASON        pic X(4).
      *>   The line as last seen, so the owning lab can be shown
      *>   exactly what needs fixing.
           05 SUS-LINE-TEXT           pic X(256).
