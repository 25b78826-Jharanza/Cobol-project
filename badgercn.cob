      *>   2026-08-22  original program
      *>   2026-09-02  the run stamps the shared run-control file
      *>               at start and end for the cycle verifier
      *>   2026-10-15  the acknowledgement table holds 5000, a day's
      *>               clock-in, clock-out, and break events, and
      *>               acknowledgements left out of a full table are
      *>               counted in the trailer
      *> ------------------------------------------------------------
       identification division.
       program-id. BadgeRecon.
      *> ----------------------------------------------------------
       01  ack-table-count              pic 9(04) comp value zero.
       01  ack-table-sub                pic 9(04) comp value zero.
       01  ack-overflow-count           pic 9(08) comp value zero.
       01  ack-table.
           05  ack-entry occurs 5000 times.
               10  ack-table-id         pic x(20).
               10  ack-table-date       pic x(08).
               10  ack-table-time       pic x(08).
               at end
                   move "Y" to ack-eof-switch
               not at end
                   if ack-table-count < 5000
                       add 1 to ack-table-count
                       move ack-operator-id
                           to ack-table-id(ack-table-count)
                   else
                       display "ACK TABLE FULL - ACKNOWLEDGEMENT FOR "
                           ack-operator-id " NOT TABLED"
                       add 1 to ack-overflow-count
                   end-if
           end-read
           .
           move "EVENTS UNMATCHED - RESENT:" to badge-recon-trailer-tag
           move unmatched-count to badge-recon-trailer-cnt
           write badge-recon-trailer

           if ack-overflow-count > zero
               move spaces to badge-recon-trailer
               move "ACKS NOT TABLED - FULL:" to badge-recon-trailer-tag
               move ack-overflow-count to badge-recon-trailer-cnt
               write badge-recon-trailer
           end-if
           .
       7200-exit.
           exit.
