                  file status is ws-master-status.
           select noticefile assign to "renewalnotices.txt"
                  organization is line sequential.
           select noticeidx assign to "noticeidx.dat"
                  organization is indexed
                  access is random
                  record key is ni-plate
                  file status is ws-notice-status.
           select exemptfile assign to "exemptcert.dat"
                  organization is indexed
                  access is random
                  record key is ec-plate
                  file status is ws-exempt-status.
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

       FD noticefile.
       01 notice-out-rec       pic x(72).

       FD noticeidx.
       01 ni-rec.
           05 ni-plate         pic x(10).
           05 ni-notice-date   pic 9(8).
           05 ni-class         pic xx.
           05 ni-fee           pic 9(7)v99.
           05 ni-exp-date      pic 9(8).

       FD exemptfile.
       01 ec-rec.
           05 ec-plate         pic x(10).
           05 ec-cert          pic x(8).
           05 ec-type          pic xx.
               88 ec-government   value "GV".
               88 ec-disabled-vet value "DV".
               88 ec-non-profit   value "NP".
           05 ec-pct           pic 9(3).
           05 ec-eff-date      pic 9(8).
           05 ec-exp-date      pic 9(8).

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

       01 EOF              pic x value "n".
       01 ws-window-days   pic 9(3) value 60.

       01 ws-master-status pic xx.
       01 ws-notice-status pic xx.
       01 ws-exempt-status pic xx.
       01 ws-exempt-open   pic x value "n".
       01 ws-exempt-found  pic x value "n".
       01 ws-exempt-expired pic x value "n".
       01 ws-exempt-pct    pic 9(3) value 0.
       01 ws-waived-amt    pic 9(7)v99 value 0.
       01 ws-edit-pct      pic zz9.

       01 ws-notice-count  pic 9(5) value 0.
       01 ws-notice-date   pic 9(8) value 0.
       01 ws-notice-changed pic x value "y".
       01 ws-skipped-count pic 9(5) value 0.
       01 ws-line-count           pic 9(3) value 0.
       01 ws-max-lines-per-page   pic 9(3) value 60.
       01 ws-block-lines          pic 9(3) value 1.
       01 ws-page-num             pic 9(3) value 1.

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
       01 ws-one-year-exp         pic 9(8) value 0.
       01 ws-two-year-fee         pic 9(7)v99 value 0.

       01 ws-salvage-flag         pic x value "n".
       01 ws-tally-ct             pic 9(3) value 0.
       01 ws-surcharge-amt        pic 99v99 value 25.00.

       01 more-recs        pic xxx value "yes".

       01 ws-scan-line.
           05 sc-plate         pic x(10).
           05 sc-class         pic xx.
           05 sc-fee           pic 9(7)v99.
           05 sc-notice-date   pic 9(8).
           05 sc-check-digit   pic 9.
       01 ws-scan-chars redefines ws-scan-line.
           05 sc-char          pic x occurs 30 times.

       01 ws-cd-alphabet   pic x(36)
           value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ws-cd-pos        pic 99 value 0.
       01 ws-cd-look       pic 99 value 0.
       01 ws-cd-value      pic 99 value 0.
       01 ws-cd-sum        pic 9(5) value 0.
       01 ws-check-digit   pic 9 value 0.

       01 ws-raw-table-max        pic 9(3) value 200.
       01 ws-raw-count            pic 9(3) value 0.
       01 ws-table-overflow       pic x value "n".
           05 nl-fee       pic $z,zzz,zzz.99.
           05 filler       pic x(8)  value spaces.

       01 address-line.
           05 filler       pic x(13) value spaces.
           05 ad-street    pic x(25).
           05 filler       pic x(1)  value space.
           05 ad-city      pic x(15).
           05 filler       pic x(1)  value space.
           05 ad-state     pic xx.
           05 filler       pic x(1)  value space.
           05 ad-zip       pic x(9).
           05 filler       pic x(5)  value spaces.

       01 term-line.
           05 filler       pic x(13) value spaces.
           05 filler       pic x(12) value "1 YEAR THRU ".
           05 tm-one-exp   pic 9(8).
           05 filler       pic x(12) value "   2 YEARS: ".
           05 tm-two-fee   pic $z,zzz,zzz.99.
           05 filler       pic x(6)  value " THRU ".
           05 tm-two-exp   pic 9(8).

       01 exempt-line.
           05 filler       pic x(13) value spaces.
           05 filler       pic x(10) value "EXEMPTION ".
           05 en-cert      pic x(8).
           05 filler       pic x(1)  value space.
           05 en-type      pic xx.
           05 filler       pic x(1)  value space.
           05 en-text      pic x(30).
           05 filler       pic x(7)  value spaces.

       01 scan-print-line.
           05 filler       pic x(13) value spaces.
           05 filler       pic x(11) value "SCAN LINE: ".
           05 sp-scan-line pic x(30).
           05 filler       pic x(18) value spaces.

       01 trailer-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(16) value "NOTICES WRITTEN:".
           05 tl-count     pic zzzz9.
           05 filler       pic x(49) value spaces.

       01 ws-cycle-status         pic xx.
       01 ws-param-status         pic xx.
       01 ws-cycle-date           pic 9(8) value 0.
       01 ws-cycle-step           pic 9 value 6.
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
               move 16 to return-code
               stop run
           end-if.
           open i-o noticeidx.
           if ws-notice-status = "35"
               open output noticeidx
               close noticeidx
               open i-o noticeidx
           end-if.
           if ws-notice-status not = "00"
               display "RENEWNOTICE: cannot open noticeidx.dat,"
               display "file status " ws-notice-status
               move 16 to return-code
               stop run
           end-if.
           open input exemptfile.
           evaluate ws-exempt-status
               when "00"
                   move "y" to ws-exempt-open
               when "35"
                   move "n" to ws-exempt-open
               when other
                   display "RENEWNOTICE: cannot open exemptcert.dat,"
                   display "file status " ws-exempt-status
                   move 16 to return-code
                   stop run
           end-evaluate.
           open output noticefile.
           perform 400-header.

           end-perform.

           perform 500-trailer.
           close vehmaster, noticefile, noticeidx.
           if ws-exempt-open = "y"
               close exemptfile
           end-if.
           move ws-notice-count to ws-cycle-count.
           perform 850-complete-cycle.
           display "RENEWAL NOTICES WRITTEN: " ws-notice-count.
           if ws-skipped-count > 0
               display "VEHICLES SKIPPED, NO RATE FOR EXPIRY DATE: "
               move ws-raw-max-fee (r-idx) to ws-base-fee
           end-if.

       316-price-term.
           move vm-plate to ws-stagger-plate.
           perform 317-find-stagger-month.
           move vm-exp-date to ws-term-base.
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

       320-write-notice.
           perform 340-check-salvage.
           perform 315-compute-base-fee.
           perform 325-find-exemption.
           move ws-base-fee to ws-annual-fee.
           move 2 to ws-term-years.
           perform 316-price-term.
           perform 326-apply-exemption.
           move ws-base-fee to ws-two-year-fee.
           move ws-exp-date to tm-two-exp.
           move 1 to ws-term-years.
           perform 316-price-term.
           perform 326-apply-exemption.
           move ws-exp-date to ws-one-year-exp.
           if ws-salvage-flag = "y"
               compute ws-fee-amt =
                   ws-base-fee + ws-surcharge-amt
               add ws-surcharge-amt to ws-two-year-fee
           else
               move ws-base-fee to ws-fee-amt
           end-if.
           move ws-one-year-exp to tm-one-exp.
           move ws-two-year-fee to tm-two-fee.
           move vm-plate      to nl-plate.
           move vm-owner-name to nl-owner.
           move vm-class      to nl-class.
           move vm-exp-date   to nl-exp-date.
           move ws-fee-amt    to nl-fee.
           perform 334-find-notice-date.
           perform 330-build-scan-line.
           if ws-exempt-found = "y" or ws-exempt-expired = "y"
               move 5 to ws-block-lines
           else
               move 4 to ws-block-lines
           end-if.
           perform 450-print-headers-if-needed.
           move 1 to ws-block-lines.
           move vm-street     to ad-street.
           move vm-city       to ad-city.
           move vm-state      to ad-state.
           move vm-zip        to ad-zip.
           write notice-out-rec from notice-line.
           write notice-out-rec from term-line.
           if ws-exempt-found = "y" or ws-exempt-expired = "y"
               write notice-out-rec from exempt-line
               add 1 to ws-line-count
           end-if.
           write notice-out-rec from address-line.
           write notice-out-rec from scan-print-line.
           add 4 to ws-line-count.
           add 1 to ws-notice-count.
           perform 335-write-notice-index.

       325-find-exemption.
           move "n" to ws-exempt-found.
           move "n" to ws-exempt-expired.
           move 0 to ws-exempt-pct.
           if ws-exempt-open = "y"
               move vm-plate to ec-plate
               read exemptfile
                   invalid key continue
                   not invalid key
                       evaluate true
                           when ec-exp-date < ws-run-date
                               move "y" to ws-exempt-expired
                           when ec-eff-date <= ws-run-date
                               move "y" to ws-exempt-found
                               move ec-pct to ws-exempt-pct
                       end-evaluate
               end-read
           end-if.
           if ws-exempt-found = "y" or ws-exempt-expired = "y"
               move ec-cert to en-cert
               move ec-type to en-type
               move spaces to en-text
               if ws-exempt-found = "y"
                   move ws-exempt-pct to ws-edit-pct
                   string ws-edit-pct "% OF FEE WAIVED"
                       delimited by size into en-text
               else
                   move "EXPIRED; FULL FEE SHOWN" to en-text
               end-if
           end-if.

       326-apply-exemption.
           move 0 to ws-waived-amt.
           if ws-exempt-found = "y"
               compute ws-waived-amt rounded =
                   ws-base-fee * ws-exempt-pct / 100
               subtract ws-waived-amt from ws-base-fee
           end-if.

       330-build-scan-line.
           move vm-plate      to sc-plate.
           move vm-class      to sc-class.
           move ws-fee-amt    to sc-fee.
           move ws-notice-date to sc-notice-date.
           perform 360-compute-check-digit.
           move ws-check-digit to sc-check-digit.
           move ws-scan-line  to sp-scan-line.

       334-find-notice-date.
           move "y" to ws-notice-changed.
           move ws-run-date to ws-notice-date.
           move vm-plate to ni-plate.
           read noticeidx
               invalid key continue
               not invalid key
                   if ni-exp-date = vm-exp-date
                      and ni-fee = ws-fee-amt
                       move "n" to ws-notice-changed
                       move ni-notice-date to ws-notice-date
                   end-if
           end-read.

       335-write-notice-index.
           if ws-notice-changed = "y"
               move vm-plate       to ni-plate
               move ws-notice-date to ni-notice-date
               move vm-class       to ni-class
               move ws-fee-amt     to ni-fee
               move vm-exp-date    to ni-exp-date
               write ni-rec
                   invalid key rewrite ni-rec
               end-write
           end-if.

       340-check-salvage.
           move 0 to ws-tally-ct.
               move "n" to ws-salvage-flag
           end-if.

       360-compute-check-digit.
           move 0 to ws-cd-sum.
           perform varying ws-cd-pos from 1 by 1 until ws-cd-pos > 29
               move 0 to ws-cd-value
               perform varying ws-cd-look from 1 by 1
                       until ws-cd-look > 36
                   if ws-cd-alphabet (ws-cd-look:1)
                      = sc-char (ws-cd-pos)
                       compute ws-cd-value = ws-cd-look - 1
                   end-if
               end-perform
               if function mod(ws-cd-pos, 2) = 1
                   compute ws-cd-sum = ws-cd-sum + ws-cd-value * 3
               else
                   add ws-cd-value to ws-cd-sum
               end-if
           end-perform.
           compute ws-check-digit =
               function mod(10 - function mod(ws-cd-sum, 10), 10).

       400-header.
           move ws-page-num to hdr-page-num.
           write notice-out-rec from header-1
           write notice-out-rec from blank-line.

       450-print-headers-if-needed.
           if ws-line-count + ws-block-lines > ws-max-lines-per-page
               add 1 to ws-page-num
               move 0 to ws-line-count
               perform 400-header
           move ws-notice-count to tl-count.
           write notice-out-rec from trailer-line.

       800-check-cycle.
           open i-o cyclefile.
           if ws-cycle-status = "35"
               open output cyclefile
               close cyclefile
               open i-o cyclefile
           end-if.
           if ws-cycle-status not = "00"
               display "RENEWNOTICE: cannot open cyclectl.dat,"
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
               display "RENEWNOTICE: " ws-cycle-name (ws-cycle-step)
                   " already completed for " ws-cycle-date
               move "n" to ws-cycle-ok
           end-if.
           perform varying ws-cycle-sub from 1 by 1
                   until ws-cycle-sub > 8
               if ws-cycle-prereq (ws-cycle-sub) = "y"
                  and not cs-complete (ws-cycle-sub)
                   display "RENEWNOTICE: prerequisite "
                       ws-cycle-name (ws-cycle-sub)
                       " not complete for " ws-cycle-date
                   move "n" to ws-cycle-ok
               end-if
           end-perform.
           if ws-cycle-ok = "n"
               close cyclefile
               display "RENEWNOTICE: run refused by cycle control"
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
                   display "RENEWNOTICE: cannot update cyclectl.dat,"
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
                   display "RENEWNOTICE: cannot add cycle day "
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

       end program RenewNotice.
