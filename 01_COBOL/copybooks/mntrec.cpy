      *>   carry the before-image of the text the operator believes
      *>   is on file - a mismatch refuses the transaction, proving
      *>   the operator is changing the record they think they are.
      *>   An I that restores a line the front-end edit rejected may
      *>   name that line's number in the raw file, so its suspense
      *>   item closes as corrected once the insert has posted.
       01 MAINT-TXN-LINE.
           05 MNT-ACTION          pic X.
           05 filler              pic X(1).
           05 MNT-BEFORE-TEXT     pic X(256).
           05 filler              pic X(1).
           05 MNT-NEW-TEXT        pic X(256).
           05 filler              pic X(1).
           05 MNT-REJECT-LINE-NO  pic 9(6).
