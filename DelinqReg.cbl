                  organization is line sequential.
           select suspfile assign to "suspension.txt"
                  organization is line sequential.
           select reinstfile assign to "reinstate.txt"
                  organization is line sequential
                  file status is ws-reinst-status.
           select cyclefile assign to "cyclectl.dat"
                  organization is indexed
                  access is random
                  record key is cc-date
                  file status is ws-cycle-status.
           select paramfile assign to "runparams.txt"
                  organization is line sequential
                  file status is ws-param-status.

       data division.
       File Section.
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

       FD penaltyfile.
       01 pen-rec-in.
           05 dw-weight        pic 9(5).
           05 dw-desc          pic x(13).
           05 dw-exp-date      pic 9(8).
           05 dw-mail-address  pic x(51).

       FD sorteddelinq.
       01 sorted-dq-rec.
           05 dq-weight        pic 9(5).
           05 dq-desc          pic x(13).
           05 dq-exp-date      pic 9(8).
           05 dq-mail-address.
               10 dq-street    pic x(25).
               10 dq-city      pic x(15).
               10 dq-state     pic xx.
               10 dq-zip       pic x(9).

       FD delinqfile.
       01 delinq-out-rec       pic x(90).
           05 su-office        pic xx.
           05 su-exp-date      pic 9(8).
           05 su-days-over     pic 9(5).
           05 su-action        pic x.
           05 su-mail-address  pic x(51).

       FD reinstfile.
       01 reinst-rec-in.
           05 rs-plate         pic x(10).
           05 rs-owner         pic x(20).
           05 rs-class         pic xx.
           05 rs-office        pic xx.
           05 rs-exp-date      pic 9(8).
           05 rs-days-over     pic 9(5).
           05 rs-reinst-date   pic 9(8).
           05 rs-mail-address  pic x(51).

       FD cyclefile.
       01 cc-rec.
           05 cc-date          pic 9(8).
           05 cc-step occurs 8 times.
               10 cs-status    pic x.
                   88 cs-complete  value "C".
               10 cs-start     pic 9(6).
               10 cs-end       pic 9(6).
               10 cs-rc        pic 9(3).
               10 cs-count     pic 9(7).
               10 cs-amount    pic s9(11)v99.
               10 cs-amount2   pic s9(11)v99.
           05 cc-gl-voucher    pic 9(6).

       FD paramfile.
       01 param-rec-in.
           05 par-max-weight   pic 9(5).
           05 par-surcharge    pic 99v99.
           05 par-ckpt-intvl   pic 9(3).
           05 par-max-lines    pic 9(3).
           05 par-as-of-date   pic 9(8).
           05 par-trial-mode   pic x.

       working-storage section.


       01 ws-master-status  pic xx.
       01 ws-penalty-status pic xx.
       01 ws-reinst-status  pic xx.

       01 ws-delinq-count  pic 9(5) value 0.
       01 ws-susp-count    pic 9(5) value 0.
       01 ws-reinst-count  pic 9(5) value 0.
       01 ws-skipped-count pic 9(5) value 0.
       01 ws-line-count           pic 9(3) value 0.
       01 ws-max-lines-per-page   pic 9(3) value 60.
       01 ws-block-lines          pic 9(3) value 1.
       01 ws-page-num             pic 9(3) value 0.

       01 ws-fee-amt              pic 9(7)v99 value 0.
       01 ws-bkt-found            pic x value "n".
       01 ws-bkt-sub              pic 9 value 0.

       01 ws-exp-date             pic 9(8) value 0.
       01 ws-exp-parts redefines ws-exp-date.
           05 ws-ep-year          pic 9(4).
           05 ws-ep-month         pic 99.
           05 ws-ep-day           pic 99.
       01 ws-term-base            pic 9(8) value 0.
       01 ws-term-split redefines ws-term-base.
           05 ws-tb-year          pic 9(4).
           05 ws-tb-month         pic 99.
           05 ws-tb-day           pic 99.
       01 ws-term-years           pic 9 value 1.
       01 ws-first-months         pic s99 value 0.
       01 ws-term-months          pic 99 value 0.
       01 ws-month-count          pic 9(6) value 0.
       01 ws-month-rem            pic 99 value 0.
       01 ws-annual-fee           pic 9(7)v99 value 0.
       01 ws-stagger-plate        pic x(10) value spaces.
       01 ws-stagger-month        pic 99 value 0.
       01 ws-last-char            pic x value space.
       01 ws-plate-pos            pic 99 value 0.
       01 ws-stg-look             pic 99 value 0.
       01 ws-stagger-alphabet     pic x(36)
           value "1234567890ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 ws-salvage-flag         pic x value "n".
       01 ws-tally-ct             pic 9(3) value 0.
       01 ws-surcharge-amt        pic 99v99 value 25.00.

       01 more-recs        pic xxx value "yes".
       01 more-pen-recs    pic xxx value "yes".
       01 more-reinst-recs pic xxx value "yes".

       01 ws-raw-table-max        pic 9(3) value 200.
       01 ws-raw-count            pic 9(3) value 0.
           05 dl-due      pic $z,zzz,zz9.99.
           05 filler       pic x(16) value spaces.

       01 address-line.
           05 filler       pic x(12) value spaces.
           05 ad-street    pic x(25).
           05 filler       pic x(1)  value space.
           05 ad-city      pic x(15).
           05 filler       pic x(1)  value space.
           05 ad-state     pic xx.
           05 filler       pic x(1)  value space.
           05 ad-zip       pic x(9).
           05 filler       pic x(24) value spaces.

       01 office-subtotal-line.
           05 filler       pic x(3)  value spaces.
           05 filler       pic x(7)  value "OFFICE ".
           05 tl-due       pic $zzz,zzz,zz9.99.
           05 filler       pic x(11) value spaces.

       01 ws-cycle-status         pic xx.
       01 ws-param-status         pic xx.
       01 ws-cycle-date           pic 9(8) value 0.
       01 ws-cycle-step           pic 9 value 5.
       01 ws-cycle-sub            pic 9 value 0.
       01 ws-cycle-ok             pic x value "y".
       01 ws-cycle-final          pic x value "C".
       01 ws-cycle-count          pic 9(7) value 0.
       01 ws-cycle-amount         pic s9(11)v99 value 0.
       01 ws-cycle-amount2        pic s9(11)v99 value 0.
       01 ws-cycle-prereqs        pic x(8) value "nynnnnnn".
       01 ws-cycle-prereq-flags redefines ws-cycle-prereqs.
           05 ws-cycle-prereq     pic x occurs 8 times.
       01 ws-cycle-names.
           05 filler pic x(12) value "TABLEMAINT".
           05 filler pic x(12) value "PROGRAM1".
           05 filler pic x(12) value "PAYRECON".
           05 filler pic x(12) value "GLPOST".
           05 filler pic x(12) value "DELINQREG".
           05 filler pic x(12) value "RENEWNOTICE".
           05 filler pic x(12) value "VEHPURGE".
           05 filler pic x(12) value "PLATEINV".
       01 ws-cycle-name-table redefines ws-cycle-names.
           05 ws-cycle-name       pic x(12) occurs 8 times.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           compute ws-run-int =
               function integer-of-date(ws-run-date).
           perform 810-get-cycle-date.
           perform 800-check-cycle.
           open input tablefile.
           perform 200-load-raw-table.
           close tablefile.
               perform 360-office-subtotal
           end-if.
           perform 500-trailer.
           perform 380-forward-reinstatements.
           close sorteddelinq, delinqfile, suspfile.
           move ws-delinq-count to ws-cycle-count.
           move ws-grand-due    to ws-cycle-amount.
           perform 850-complete-cycle.
           display "DELINQUENT REGISTRATIONS: " ws-delinq-count.
           display "SUSPENSION EXTRACT:       " ws-susp-count.
           display "REINSTATEMENTS:           " ws-reinst-count.
           if ws-skipped-count > 0
               display "VEHICLES SKIPPED, NO RATE OR BAD DATE: "
                   ws-skipped-count
                   move vm-weight     to dw-weight
                   move vm-desc       to dw-desc
                   move vm-exp-date   to dw-exp-date
                   move vm-mail-address to dw-mail-address
                   release dw-rec
               end-if
           end-read
               move ws-raw-max-fee (r-idx) to ws-base-fee
           end-if.

       316-price-term.
           move dq-plate to ws-stagger-plate.
           perform 317-find-stagger-month.
           move dq-exp-date to ws-term-base.
           perform 318-compute-term-expiry.
           if ws-exp-date not > ws-run-date
               move ws-run-date to ws-term-base
               perform 318-compute-term-expiry
           end-if.
           compute ws-base-fee rounded =
               ws-annual-fee * ws-term-months / 12.

       317-find-stagger-month.
           move space to ws-last-char.
           perform varying ws-plate-pos from 1 by 1
                   until ws-plate-pos > 10
               if ws-stagger-plate (ws-plate-pos:1) not = space
                   move ws-stagger-plate (ws-plate-pos:1)
                       to ws-last-char
               end-if
           end-perform.
           move 0 to ws-stagger-month.
           perform varying ws-stg-look from 1 by 1
                   until ws-stg-look > 36
               if ws-stagger-alphabet (ws-stg-look:1) = ws-last-char
                   compute ws-stagger-month =
                       function mod(ws-stg-look - 1, 12) + 1
               end-if
           end-perform.
           if ws-stagger-month = 0
               move ws-run-date (5:2) to ws-stagger-month
           end-if.

       318-compute-term-expiry.
           compute ws-first-months = ws-stagger-month - ws-tb-month.
           if ws-first-months <= 0
               add 12 to ws-first-months
           end-if.
           compute ws-term-months =
               ws-first-months + 12 * (ws-term-years - 1).
           compute ws-month-count =
               ws-tb-year * 12 + ws-tb-month + ws-term-months.
           divide ws-month-count by 12
               giving ws-ep-year remainder ws-month-rem.
           compute ws-ep-month = ws-month-rem + 1.
           move 1 to ws-ep-day.
           compute ws-exp-date = function date-of-integer
               (function integer-of-date(ws-exp-date) - 1).

       320-write-delinquent.
           perform 340-check-salvage.
           perform 315-compute-base-fee.
           move ws-base-fee to ws-annual-fee.
           move 1 to ws-term-years.
           perform 316-price-term.
           if ws-salvage-flag = "y"
               compute ws-fee-amt =
                   ws-base-fee + ws-surcharge-amt
           move ws-fee-amt   to dl-fee.
           move ws-penalty-amt to dl-penalty.
           move ws-total-due to dl-due.
           move 2 to ws-block-lines.
           perform 450-print-headers-if-needed.
           move 1 to ws-block-lines.
           move dq-street    to ad-street.
           move dq-city      to ad-city.
           move dq-state     to ad-state.
           move dq-zip       to ad-zip.
           write delinq-out-rec from detail-line.
           write delinq-out-rec from address-line.
           add 2 to ws-line-count.
           add 1 to ws-delinq-count.
           add 1 to ws-office-count.
           add ws-total-due to ws-office-due.
           move dq-office    to su-office.
           move dq-exp-date  to su-exp-date.
           move ws-days-over to su-days-over.
           move "S"          to su-action.
           move dq-mail-address to su-mail-address.
           write susp-out-rec.
           add 1 to ws-susp-count.

       380-forward-reinstatements.
           open input reinstfile.
           if ws-reinst-status = "00"
               perform until more-reinst-recs = "no"
               read reinstfile
               at end move "no" to more-reinst-recs
               not at end
                   move rs-plate     to su-plate
                   move rs-owner     to su-owner
                   move rs-class     to su-class
                   move rs-office    to su-office
                   move rs-exp-date  to su-exp-date
                   move rs-days-over to su-days-over
                   move "R"          to su-action
                   move rs-mail-address to su-mail-address
                   write susp-out-rec
                   add 1 to ws-reinst-count
               end-read
               end-perform
               close reinstfile
               open output reinstfile
               close reinstfile
           end-if.

       400-header.
           move ws-page-num to hdr-page-num.
           move ws-current-office to hdr-office.
           write delinq-out-rec from blank-line.

       450-print-headers-if-needed.
           if ws-line-count + ws-block-lines > ws-max-lines-per-page
               add 1 to ws-page-num
               move 0 to ws-line-count
               perform 400-header
           write delinq-out-rec from blank-line.
           write delinq-out-rec from trailer-line.

       800-check-cycle.
           open i-o cyclefile.
           if ws-cycle-status = "35"
               open output cyclefile
               close cyclefile
               open i-o cyclefile
           end-if.
           if ws-cycle-status not = "00"
               display "DELINQREG: cannot open cyclectl.dat,"
               display "file status " ws-cycle-status
               move 16 to return-code
               stop run
           end-if.
           move ws-cycle-date to cc-date.
           read cyclefile
               invalid key perform 820-start-cycle-day
           end-read.
           move "y" to ws-cycle-ok.
           if cs-complete (ws-cycle-step)
               display "DELINQREG: " ws-cycle-name (ws-cycle-step)
                   " already completed for " ws-cycle-date
               move "n" to ws-cycle-ok
           end-if.
           perform varying ws-cycle-sub from 1 by 1
                   until ws-cycle-sub > 8
               if ws-cycle-prereq (ws-cycle-sub) = "y"
                  and not cs-complete (ws-cycle-sub)
                   display "DELINQREG: prerequisite "
                       ws-cycle-name (ws-cycle-sub)
                       " not complete for " ws-cycle-date
                   move "n" to ws-cycle-ok
               end-if
           end-perform.
           if ws-cycle-ok = "n"
               close cyclefile
               display "DELINQREG: run refused by cycle control"
               move 16 to return-code
               stop run
           end-if.
           move "S" to cs-status (ws-cycle-step).
           move function current-date(9:6)
               to cs-start (ws-cycle-step).
           move 0 to cs-end (ws-cycle-step).
           move 0 to cs-rc (ws-cycle-step).
           move 0 to cs-count (ws-cycle-step).
           move 0 to cs-amount (ws-cycle-step).
           move 0 to cs-amount2 (ws-cycle-step).
           rewrite cc-rec
               invalid key
                   display "DELINQREG: cannot update cyclectl.dat,"
                   display "file status " ws-cycle-status
                   move 16 to return-code
                   stop run
           end-rewrite.
           close cyclefile.

       810-get-cycle-date.
           move ws-run-date to ws-cycle-date.
           open input paramfile.
           if ws-param-status = "00"
               read paramfile
                   at end continue
                   not at end
                       if par-as-of-date is numeric
                          and par-as-of-date > 0
                           move par-as-of-date to ws-cycle-date
                       end-if
               end-read
               close paramfile
           end-if.

       820-start-cycle-day.
           move ws-cycle-date to cc-date.
           perform varying ws-cycle-sub from 1 by 1
                   until ws-cycle-sub > 8
               move space to cs-status (ws-cycle-sub)
               move 0 to cs-start (ws-cycle-sub)
               move 0 to cs-end (ws-cycle-sub)
               move 0 to cs-rc (ws-cycle-sub)
               move 0 to cs-count (ws-cycle-sub)
               move 0 to cs-amount (ws-cycle-sub)
               move 0 to cs-amount2 (ws-cycle-sub)
           end-perform.
           move 0 to cc-gl-voucher.
           write cc-rec
               invalid key
                   display "DELINQREG: cannot add cycle day "
                       ws-cycle-date " to cyclectl.dat"
                   move 16 to return-code
                   stop run
           end-write.

       850-complete-cycle.
           open i-o cyclefile.
           if ws-cycle-status not = "00"
               display "WARNING: cannot open cyclectl.dat, file"
                   " status " ws-cycle-status "; cycle step not"
                   " recorded"
           else
               move ws-cycle-date to cc-date
               read cyclefile
                   invalid key
                       display "WARNING: cycle day " ws-cycle-date
                           " not on cyclectl.dat; step not recorded"
                   not invalid key
                       perform 860-record-cycle-step
               end-read
               close cyclefile
           end-if.

       860-record-cycle-step.
           if return-code >= 8
               move "F" to cs-status (ws-cycle-step)
           else
               move ws-cycle-final to cs-status (ws-cycle-step)
           end-if.
           move function current-date(9:6)
               to cs-end (ws-cycle-step).
           move return-code      to cs-rc (ws-cycle-step).
           move ws-cycle-count   to cs-count (ws-cycle-step).
           move ws-cycle-amount  to cs-amount (ws-cycle-step).
           move ws-cycle-amount2 to cs-amount2 (ws-cycle-step).
           rewrite cc-rec
               invalid key
                   display "WARNING: cannot update cyclectl.dat,"
                       " file status " ws-cycle-status
           end-rewrite.

       end program DelinqReg.
