               10 rj-plate     pic x(10).
               10 rj-type      pic x.
               10 rj-office    pic xx.
               10 rj-term      pic x.
               10 rj-acct      pic x(6).
           05 rj-reason        pic x(30).
           05 rj-reject-date   pic 9(8).

               10 corr-plate   pic x(10).
               10 corr-type    pic x.
               10 corr-office  pic xx.
               10 corr-term    pic x.
               10 corr-acct    pic x(6).

       FD repairedfile.
       01 repaired-out-rec     pic x(60).

       FD carryfile.
       01 carry-out-rec        pic x(98).

       FD agingfile.
       01 aging-out-rec        pic x(90).
                   15 cx-plate     pic x(10).
                   15 cx-type      pic x.
                   15 cx-office    pic xx.
                   15 cx-term      pic x.
                   15 cx-acct      pic x(6).
               10 cx-used          pic x.

       01 ws-repaired-count  pic 9(7) value 0.
           05 filler           pic xx value "HD".
           05 rh-batch-number  pic 9(6).
           05 rh-business-date pic 9(8).
           05 filler           pic x(44) value spaces.

       01 repaired-trailer.
           05 filler           pic xx value "TR".
           05 rt-rec-count     pic 9(7).
           05 rt-weight-hash   pic 9(9).
           05 filler           pic x(42) value spaces.

       01 aging-header-1.
           05 filler       pic x(15) value spaces.
