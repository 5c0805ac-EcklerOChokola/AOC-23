      *>   Prior-period adjustment record - one row per line of a
      *>   closed month corrected after the close, appended to
      *>   prior-adj.txt. The closed month's figures are left as
      *>   they were frozen; the correction is dated and posted in
      *>   the open month named here, showing the value the line
      *>   stood at (as closed, or as last adjusted), the value it
      *>   takes now and the signed move between them.
       01 PRIOR-ADJ-LINE.
           05 PPA-TIMESTAMP        pic X(21).
           05 filler               pic X(1)  value space.
           05 PPA-POST-PERIOD      pic X(6).
           05 filler               pic X(1)  value space.
           05 PPA-CLOSED-PERIOD    pic X(6).
           05 filler               pic X(1)  value space.
           05 PPA-INPUT-FILENAME   pic X(64).
           05 filler               pic X(1)  value space.
           05 PPA-LINE-NO          pic 9(6).
           05 filler               pic X(1)  value space.
           05 PPA-STATION-ID       pic X(4).
           05 filler               pic X(1)  value space.
           05 PPA-OLD-VALUE        pic 9(2).
           05 filler               pic X(1)  value space.
           05 PPA-NEW-VALUE        pic 9(2).
           05 filler               pic X(1)  value space.
           05 PPA-DELTA            pic +9(2).
           05 filler               pic X(1)  value space.
           05 PPA-OPERATOR-ID      pic X(8).
           05 filler               pic X(1)  value space.
           05 PPA-REASON-CODE      pic X(4).
