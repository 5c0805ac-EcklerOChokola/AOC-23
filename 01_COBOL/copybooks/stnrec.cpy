      *>   Station master record - one row per instrument station,
      *>   keyed by the 4-character station identifier the raw files
      *>   quote in their '*STATION ' header line. Kept only by the
      *>   station maintenance program; the front-end edit proves
      *>   every file's station against it, and the reports that
      *>   name a station print the instrument name from it beside
      *>   the code.
       01 STATION-REC.
           05 STM-STATION-ID      pic X(4).
      *>   Instrument name and the lab that owns the instrument -
      *>   the lab is who gets chased when the station's data goes
      *>   wrong.
           05 STM-STATION-NAME    pic X(30).
           05 STM-OWNING-LAB      pic X(20).
      *>   A = active, R = retired. Data dated from STM-ACTIVE-DATE
      *>   on is accepted; once retired, nothing dated on or after
      *>   STM-RETIRED-DATE is (spaces while the station is active).
      *>   Both dates are yyyy-mm-dd, the form the '*HEADER ' record
      *>   quotes, so they compare directly against it.
           05 STM-STATUS          pic X.
           05 STM-ACTIVE-DATE     pic X(10).
           05 STM-RETIRED-DATE    pic X(10).
      *>   Expected range of data lines in one day's file from this
      *>   station. A day outside the range fails the edit; a
      *>   maximum of zero sets no upper bound.
           05 STM-MIN-LINES       pic 9(6).
           05 STM-MAX-LINES       pic 9(6).
