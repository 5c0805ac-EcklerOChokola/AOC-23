      *>   header line, spaces when the file carried none. Rows
      *>   written before the column existed read back as spaces.
           05 ED-STATION-ID      pic X(4).
           05 filler             pic X(1)  value space.
      *>   Why the file failed the edit - the control or station
      *>   fault the edit returned to its caller - spaces when the
      *>   file stood, W1 when it stood but most of its lines repeat
      *>   a recent day. Rows written before the column existed read
      *>   back as spaces.
           05 ED-EDIT-STATUS     pic XX.
           05 filler             pic X(1)  value space.
      *>   The earlier raw file this one repeats - the file whose
      *>   content it duplicates outright when held D1, or the recent
      *>   day most of its lines repeat when warned W1 - and the
      *>   share of this file's accepted lines found on that day.
      *>   Spaces and zero otherwise, and on rows written before the
      *>   columns existed.
           05 ED-DUP-FILENAME    pic X(64).
           05 filler             pic X(1)  value space.
           05 ED-OVERLAP-PCT     pic 9(3).
