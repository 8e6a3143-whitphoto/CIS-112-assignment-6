           05 vm-reg-date      pic 9(8).
           05 vm-exp-date      pic 9(8).
           05 vm-office        pic xx.
           05 vm-mail-address.
               10 vm-street    pic x(25).
               10 vm-city      pic x(15).
               10 vm-state     pic xx.
               10 vm-zip       pic x(9).
           05 vm-fleet-acct    pic x(6).
           05 vm-deferred      pic 9(7)v99.
           05 vm-penalty-paid  pic 9(7)v99.

       FD rejectfile.
       01 reject-rec-in.
               10 rj-plate     pic x(10).
               10 rj-type      pic x.
               10 rj-office    pic xx.
               10 rj-term      pic x.
               10 rj-acct      pic x(6).
           05 rj-reason        pic x(30).
           05 rj-reject-date   pic 9(8).

               10 cf-plate     pic x(10).
               10 cf-type      pic x.
               10 cf-office    pic xx.
               10 cf-term      pic x.
               10 cf-acct      pic x(6).
           05 cf-reason        pic x(30).
           05 cf-reject-date   pic 9(8).

           display "REGISTERED:  " vm-reg-date.
           display "EXPIRES:     " vm-exp-date.
           display "OFFICE:      " vm-office.
           display "ADDRESS:     " vm-street.
           display "             " vm-city " " vm-state " " vm-zip.
           if vm-fleet-acct not = spaces
               display "FLEET ACCT:  " vm-fleet-acct
           end-if.
           if vm-exp-date is numeric
              and vm-exp-date >= ws-run-date
               display "STATUS:      ACTIVE"
