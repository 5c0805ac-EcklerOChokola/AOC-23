       identification division.
               program-id. perchk.
               author. eckler.
               date-written. 15/10/2026.

      *>   Period lock check - the one place that decides whether a
      *>   month's posted figures are frozen. The caller passes the
      *>   month (yyyymm) and the answer comes back Y when the period
      *>   control file shows it closed, N when it is open. A month
      *>   with no row is open, and so is every month before the
      *>   control file is first created. A control file that is
      *>   there but cannot be read answers Y - nobody changes a
      *>   closed month's figures because the control file was
      *>   damaged.

       environment division.
               input-output section.
                   file-control.
                   select PERIOD-FILE assign to 'period.dat'
                   organization is indexed
                   access mode is dynamic
                   record key is PER-PERIOD
                   file status is WS-PERIOD-STATUS.

       data division.
               file section.
               fd PERIOD-FILE.
               copy "perrec.cpy".

               working-storage section.
               01 WS-PERIOD-STATUS  pic XX.

               linkage section.
               01 LS-PERIOD         pic X(6).
               01 LS-PERIOD-CLOSED  pic X.

       procedure division using LS-PERIOD LS-PERIOD-CLOSED.
               move 'N' to LS-PERIOD-CLOSED.
               if LS-PERIOD not = space
                   and LS-PERIOD not = low-value
                   perform LOOK-UP-PERIOD
               end-if.
               move 0 to RETURN-CODE.
               goback.

               LOOK-UP-PERIOD.
                   open input PERIOD-FILE.
                   evaluate true
                       when WS-PERIOD-STATUS = '35'
                           continue
                       when WS-PERIOD-STATUS not = '00'
                           display "PERIOD CONTROL UNREADABLE : "
                               WS-PERIOD-STATUS
                           move 'Y' to LS-PERIOD-CLOSED
                       when other
                           move LS-PERIOD to PER-PERIOD
                           read PERIOD-FILE record
                               key is PER-PERIOD
                               invalid key continue
                               not invalid key
                                   if PER-STATUS = 'C'
                                       move 'Y' to LS-PERIOD-CLOSED
                                   end-if
                           end-read
                           close PERIOD-FILE
                   end-evaluate.
