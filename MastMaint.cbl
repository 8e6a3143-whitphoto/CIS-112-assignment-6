       identification division.
       program-id. MastMaint.

       environment division.
       configuration section.
       Input-output Section.
       file-control.
           Select tablefile assign to "tablefile.txt"
                  Organization is line sequential.
           select vehmaster assign to "vehmaster.dat"
                  organization is indexed
                  access is random
                  record key is vm-plate
                  file status is ws-master-status.
           select corrfile assign to "mastcorr.txt"
                  organization is line sequential
                  file status is ws-corr-status.
           select officefile assign to "officefile.txt"
                  organization is line sequential
                  file status is ws-office-status.
           select paramfile assign to "runparams.txt"
                  organization is line sequential
                  file status is ws-param-status.
           select auditfile assign to "mastaudit.txt"
                  organization is line sequential
                  file status is ws-audit-status.
           select registerfile assign to "mastmaint.txt"
                  organization is line sequential.

       data division.
       File Section.

       FD tablefile.
       01 reg-rec-in.
           05 reg-class-in     pic xx.
           05 reg-rate-in      pic 9v99.
           05 reg-eff-date-in  pic 9(8).
           05 reg-min-fee-in   pic 9(5)v99.
           05 reg-max-fee-in   pic 9(7)v99.
           05 reg-bracket-in occurs 3 times.
               10 reg-bkt-limit-in pic 9(5).
               10 reg-bkt-rate-in  pic 9v99.

       FD vehmaster.
       01 vm-rec.
           05 vm-plate         pic x(10).
           05 vm-owner-name    pic x(20).
           05 vm-class         pic xx.
           05 vm-weight        pic 9(5).
           05 vm-desc          pic x(13).
           05 vm-fee-paid      pic s9(7)v99.
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

       FD corrfile.
       01 corr-rec-in.
           05 mc-plate         pic x(10).
           05 mc-action        pic xx.
               88 mc-name         value "NM".
               88 mc-address      value "AD".
               88 mc-weight       value "WT".
               88 mc-desc         value "DS".
               88 mc-office       value "OF".
           05 mc-reason        pic xx.
               88 mc-reason-ok    values "KE" "OR" "DC" "CO" "AD".
           05 mc-operator      pic x(6).
           05 mc-supervisor    pic x(6).
           05 mc-new-value     pic x(51).
           05 mc-name-value redefines mc-new-value.
               10 mc-new-name      pic x(20).
               10 filler           pic x(31).
           05 mc-address-value redefines mc-new-value.
               10 mc-new-street    pic x(25).
               10 mc-new-city      pic x(15).
               10 mc-new-state     pic xx.
               10 mc-new-zip       pic x(9).
               10 mc-new-zip-r redefines mc-new-zip.
                   15 mc-new-zip5  pic x(5).
                   15 mc-new-zip4  pic x(4).
           05 mc-weight-value redefines mc-new-value.
               10 mc-new-weight    pic 9(5).
               10 filler           pic x(46).
           05 mc-desc-value redefines mc-new-value.
               10 mc-new-desc      pic x(13).
               10 filler           pic x(38).
           05 mc-office-value redefines mc-new-value.
               10 mc-new-office    pic xx.
               10 filler           pic x(49).

       FD officefile.
       01 office-rec-in.
           05 office-code-in   pic xx.
           05 office-name-in   pic x(20).

       FD paramfile.
       01 param-rec-in.
           05 par-max-weight   pic 9(5).
           05 par-surcharge    pic 99v99.
           05 par-ckpt-intvl   pic 9(3).
           05 par-max-lines    pic 9(3).
           05 par-as-of-date   pic 9(8).
           05 par-trial-mode   pic x.

       FD auditfile.
       01 audit-out-rec.
           05 ma-run-date      pic 9(8).
           05 ma-plate         pic x(10).
           05 ma-action        pic xx.
           05 ma-reason        pic xx.
           05 ma-operator      pic x(6).
           05 ma-supervisor    pic x(6).
           05 ma-result        pic x.
           05 ma-message       pic x(26).
           05 ma-before        pic x(152).
           05 ma-after         pic x(152).

       FD registerfile.
       01 register-out-rec     pic x(90).

       working-storage section.

       01 blank-line       pic x(90) value spaces.

       01 ws-run-date      pic 9(8).

       01 ws-master-status pic xx.
       01 ws-corr-status   pic xx.
       01 ws-office-status pic xx.
       01 ws-param-status  pic xx.
       01 ws-audit-status  pic xx.

       01 more-recs        pic xxx value "yes".
       01 more-corr-recs   pic xxx value "yes".
       01 more-office-recs pic xxx value "yes".

       01 ws-max-weight    pic 9(5) value 80000.
       01 ws-surcharge-amt pic 99v99 value 25.00.

       01 ws-valid-flag    pic x value "y".
       01 ws-fee-change    pic x value "n".
       01 ws-result        pic x value space.
           88 ws-applied      value "A".
           88 ws-held         value "H".
           88 ws-rejected     value "R".
       01 ws-message       pic x(26) value spaces.
       01 ws-before-image  pic x(152) value spaces.
       01 ws-after-image   pic x(152) value spaces.

       01 ws-applied-count  pic 9(5) value 0.
       01 ws-held-count     pic 9(5) value 0.
       01 ws-rejected-count pic 9(5) value 0.

       01 ws-office-max           pic 9(3) value 10.
       01 ws-office-count         pic 9(3) value 0.
       01 ws-office-found         pic x value "n".
       01 ws-office-table.
           05 office-entry occurs 1 to 10 times
              depending on ws-office-count indexed by f-idx.
               10 of-code      pic xx.
               10 of-name      pic x(20).

       01 ws-old-fee              pic 9(7)v99 value 0.
       01 ws-new-fee              pic 9(7)v99 value 0.
       01 ws-old-priced           pic x value "n".
       01 ws-new-priced           pic x value "n".
       01 ws-price-weight         pic 9(5) value 0.
       01 ws-price-desc           pic x(13) value spaces.
       01 ws-fee-amt              pic 9(7)v99 value 0.
       01 ws-found-rate           pic 9v99 value 0.
       01 ws-found-effdate        pic 9(8) value 0.
       01 ws-rate-found           pic x value "n".
       01 ws-found-entry          pic 9(3) value 0.

       01 ws-base-fee             pic 9(7)v99 value 0.
       01 ws-sel-rate             pic 9v99 value 0.
       01 ws-bkt-found            pic x value "n".
       01 ws-bkt-sub              pic 9 value 0.

       01 ws-salvage-flag         pic x value "n".
       01 ws-tally-ct             pic 9(3) value 0.

       01 ws-raw-table-max        pic 9(3) value 200.
       01 ws-raw-count            pic 9(3) value 0.
       01 ws-table-overflow       pic x value "n".

       01 ws-raw-table.
           05 ws-raw-entry occurs 200 times indexed by r-idx.
               10 ws-raw-class    pic xx.
               10 ws-raw-rate     pic 9v99.
               10 ws-raw-effdate  pic 9(8).
               10 ws-raw-min-fee  pic 9(5)v99.
               10 ws-raw-max-fee  pic 9(7)v99.
               10 ws-raw-bracket occurs 3 times.
                   15 ws-raw-bkt-limit pic 9(5).
                   15 ws-raw-bkt-rate  pic 9v99.

       01 ws-line-count           pic 9(3) value 0.
       01 ws-max-lines-per-page   pic 9(3) value 60.
       01 ws-page-num             pic 9(3) value 0.

       01 header-1.
           05 filler       pic x(15) value spaces.
           05 filler       pic x(28)
               value "MASTER MAINTENANCE REGISTER ".
           05 rh-run-date  pic 9(8).
           05 filler       pic x(4)  value spaces.
           05 filler       pic x(5)  value "PAGE ".
           05 hdr-page-num pic zz9.
           05 filler       pic x(27) value spaces.

       01 header-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(5)  value "PLATE".
           05 filler       pic x(6)  value spaces.
           05 filler       pic x(3)  value "ACT".
           05 filler       pic x(1)  value space.
           05 filler       pic x(3)  value "RSN".
           05 filler       pic x(1)  value space.
           05 filler       pic x(6)  value "OPER".
           05 filler       pic x(1)  value space.
           05 filler       pic x(6)  value "SUPV".
           05 filler       pic x(1)  value space.
           05 filler       pic x(8)  value "RESULT".
           05 filler       pic x(1)  value space.
           05 filler       pic x(7)  value "MESSAGE".
           05 filler       pic x(40) value spaces.

       01 register-line.
           05 filler       pic x(1)  value space.
           05 rg-plate     pic x(10).
           05 filler       pic x(1)  value space.
           05 rg-action    pic xx.
           05 filler       pic x(2)  value spaces.
           05 rg-reason    pic xx.
           05 filler       pic x(2)  value spaces.
           05 rg-operator  pic x(6).
           05 filler       pic x(1)  value space.
           05 rg-supervisor pic x(6).
           05 filler       pic x(1)  value space.
           05 rg-result    pic x(8).
           05 filler       pic x(1)  value space.
           05 rg-message   pic x(26).
           05 filler       pic x(21) value spaces.

       01 trailer-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(9)  value "APPLIED: ".
           05 tl-applied   pic zzzz9.
           05 filler       pic x(8)  value "  HELD: ".
           05 tl-held      pic zzzz9.
           05 filler       pic x(12) value "  REJECTED: ".
           05 tl-rejected  pic zzzz9.
           05 filler       pic x(45) value spaces.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           perform 150-read-params.
           perform 160-load-offices.
           open input tablefile.
           perform 170-load-raw-table.
           close tablefile.
           perform 180-open-files.
           move ws-max-lines-per-page to ws-line-count.

           perform until more-corr-recs = "no"
           read corrfile
           at end move "no" to more-corr-recs
           not at end perform 300-process-correction
           end-read
           end-perform.

           perform 500-trailer.
           close corrfile, vehmaster, auditfile, registerfile.
           display "MASTER MAINTENANCE COMPLETE".
           display "APPLIED:  " ws-applied-count.
           display "HELD FOR SUPERVISOR: " ws-held-count.
           display "REJECTED: " ws-rejected-count.
           stop run.

       150-read-params.
           open input paramfile.
           if ws-param-status not = "00"
               display "RUN PARAMETERS NOT FOUND; DEFAULTS IN EFFECT"
           else
               read paramfile
                   at end continue
                   not at end perform 155-apply-params
               end-read
               close paramfile
           end-if.

       155-apply-params.
           if par-max-weight is numeric and par-max-weight > 0
               move par-max-weight to ws-max-weight
           end-if.
           if par-surcharge is numeric
               move par-surcharge to ws-surcharge-amt
           end-if.
           if par-as-of-date is numeric and par-as-of-date > 0
               move par-as-of-date to ws-run-date
               display "AS-OF DATE OVERRIDE: " ws-run-date
           end-if.

       160-load-offices.
           open input officefile.
           if ws-office-status not = "00"
               display "MASTMAINT: cannot open officefile.txt,"
               display "file status " ws-office-status
               move 16 to return-code
               stop run
           end-if.
           move 0 to ws-office-count.
           perform until more-office-recs = "no"
           read officefile
           at end move "no" to more-office-recs
           not at end
               if ws-office-count >= ws-office-max
                   display "WARNING: office table is full; office "
                       office-code-in " skipped"
               else
                   add 1 to ws-office-count
                   set f-idx to ws-office-count
                   move office-code-in to of-code (f-idx)
                   move office-name-in to of-name (f-idx)
               end-if
           end-read
           end-perform.
           close officefile.

       170-load-raw-table.
           move 0 to ws-raw-count.
           move "n" to ws-table-overflow.
           perform until more-recs = "no"
           read tablefile
           at end move "no" to more-recs
           not at end
               if ws-raw-count >= ws-raw-table-max
                   if ws-table-overflow = "n"
                       display "WARNING: tablefile.txt has more rows"
                       display "than the table can hold; extras skipped"
                       move "y" to ws-table-overflow
                   end-if
               else
                   add 1 to ws-raw-count
                   move reg-class-in    to ws-raw-class (ws-raw-count)
                   move reg-rate-in     to ws-raw-rate (ws-raw-count)
                   move reg-eff-date-in to ws-raw-effdate (ws-raw-count)
                   perform 175-load-raw-brackets
               end-if
           end-read
           end-perform.

       175-load-raw-brackets.
           if reg-min-fee-in is numeric
               move reg-min-fee-in to ws-raw-min-fee (ws-raw-count)
           else
               move 0 to ws-raw-min-fee (ws-raw-count)
           end-if.
           if reg-max-fee-in is numeric
               move reg-max-fee-in to ws-raw-max-fee (ws-raw-count)
           else
               move 0 to ws-raw-max-fee (ws-raw-count)
           end-if.
           perform varying ws-bkt-sub from 1 by 1 until ws-bkt-sub > 3
               if reg-bkt-limit-in (ws-bkt-sub) is numeric
                  and reg-bkt-rate-in (ws-bkt-sub) is numeric
                   move reg-bkt-limit-in (ws-bkt-sub)
                       to ws-raw-bkt-limit (ws-raw-count ws-bkt-sub)
                   move reg-bkt-rate-in (ws-bkt-sub)
                       to ws-raw-bkt-rate (ws-raw-count ws-bkt-sub)
               else
                   move 0
                       to ws-raw-bkt-limit (ws-raw-count ws-bkt-sub)
                   move 0
                       to ws-raw-bkt-rate (ws-raw-count ws-bkt-sub)
               end-if
           end-perform.

       180-open-files.
           open input corrfile.
           if ws-corr-status not = "00"
               display "MASTMAINT: cannot open mastcorr.txt,"
               display "file status " ws-corr-status
               move 16 to return-code
               stop run
           end-if.
           open i-o vehmaster.
           if ws-master-status not = "00"
               display "MASTMAINT: cannot open vehmaster.dat,"
               display "file status " ws-master-status
               move 16 to return-code
               stop run
           end-if.
           open extend auditfile.
           if ws-audit-status = "35"
               open output auditfile
           end-if.
           if ws-audit-status not = "00"
               display "MASTMAINT: cannot open mastaudit.txt,"
               display "file status " ws-audit-status
               move 16 to return-code
               stop run
           end-if.
           open output registerfile.

       300-process-correction.
           move "y" to ws-valid-flag.
           move "n" to ws-fee-change.
           move spaces to ws-message.
           move spaces to ws-before-image.
           move spaces to ws-after-image.
           perform 310-validate-correction.
           if ws-valid-flag = "y"
               move vm-rec to ws-before-image
               perform 350-build-after-image
               move vm-rec to ws-after-image
               if mc-weight or mc-desc
                   perform 320-check-fee-impact
               end-if
           end-if.
           evaluate true
               when ws-valid-flag = "n"
                   move "R" to ws-result
                   add 1 to ws-rejected-count
               when ws-fee-change = "y" and mc-supervisor = spaces
                   move "H" to ws-result
                   move "FEE CHANGE, SUPERVISOR" to ws-message
                   add 1 to ws-held-count
               when other
                   perform 360-apply-correction
           end-evaluate.
           perform 370-write-audit.
           perform 380-write-register-line.

       310-validate-correction.
           if mc-operator = spaces
               move "n" to ws-valid-flag
               move "NO OPERATOR ID" to ws-message
           end-if.
           if ws-valid-flag = "y" and not mc-reason-ok
               move "n" to ws-valid-flag
               move "INVALID REASON CODE" to ws-message
           end-if.
           if ws-valid-flag = "y"
               move mc-plate to vm-plate
               read vehmaster
                   invalid key
                       move "n" to ws-valid-flag
                       move "PLATE NOT ON MASTER" to ws-message
               end-read
           end-if.
           if ws-valid-flag = "y"
               evaluate true
                   when mc-name
                       if mc-new-name = spaces
                           move "n" to ws-valid-flag
                           move "NEW NAME IS BLANK" to ws-message
                       end-if
                   when mc-address
                       if mc-new-street = spaces
                          or mc-new-city = spaces
                          or mc-new-state = spaces
                          or mc-new-zip5 is not numeric
                           move "n" to ws-valid-flag
                           move "INCOMPLETE ADDRESS" to ws-message
                       else
                           if mc-new-zip4 not = spaces
                              and mc-new-zip4 is not numeric
                               move "n" to ws-valid-flag
                               move "INVALID ZIP+4" to ws-message
                           end-if
                       end-if
                   when mc-weight
                       if mc-new-weight is not numeric
                          or mc-new-weight = 0
                          or mc-new-weight > ws-max-weight
                           move "n" to ws-valid-flag
                           move "INVALID WEIGHT" to ws-message
                       end-if
                   when mc-desc
                       if mc-new-desc = spaces
                           move "n" to ws-valid-flag
                           move "NEW DESCRIPTION IS BLANK"
                               to ws-message
                       end-if
                   when mc-office
                       move "n" to ws-office-found
                       perform varying f-idx from 1 by 1
                               until f-idx > ws-office-count
                           if of-code (f-idx) = mc-new-office
                               move "y" to ws-office-found
                           end-if
                       end-perform
                       if ws-office-found = "n"
                           move "n" to ws-valid-flag
                           move "INVALID OFFICE CODE" to ws-message
                       end-if
                   when other
                       move "n" to ws-valid-flag
                       move "INVALID ACTION CODE" to ws-message
               end-evaluate
           end-if.

       320-check-fee-impact.
           move ws-before-image to vm-rec.
           move vm-weight to ws-price-weight.
           move vm-desc   to ws-price-desc.
           perform 330-price-vehicle.
           move ws-rate-found to ws-old-priced.
           move ws-fee-amt    to ws-old-fee.
           move ws-after-image to vm-rec.
           move vm-weight to ws-price-weight.
           move vm-desc   to ws-price-desc.
           perform 330-price-vehicle.
           move ws-rate-found to ws-new-priced.
           move ws-fee-amt    to ws-new-fee.
           if ws-old-priced = "n" or ws-new-priced = "n"
              or ws-old-fee not = ws-new-fee
               move "y" to ws-fee-change
           end-if.

       330-price-vehicle.
           move "n" to ws-rate-found.
           move 0 to ws-fee-amt.
           move 0 to ws-found-rate.
           move 0 to ws-found-effdate.
           move 0 to ws-found-entry.
           perform varying r-idx from 1 by 1 until r-idx > ws-raw-count
               if ws-raw-class (r-idx) = vm-class
                  and ws-raw-effdate (r-idx) <= vm-reg-date
                  and ws-raw-effdate (r-idx) >= ws-found-effdate
                   move ws-raw-rate (r-idx)    to ws-found-rate
                   move ws-raw-effdate (r-idx) to ws-found-effdate
                   set ws-found-entry to r-idx
                   move "y" to ws-rate-found
               end-if
           end-perform.
           if ws-rate-found = "y"
               perform 340-check-salvage
               perform 335-compute-base-fee
               if ws-salvage-flag = "y"
                   compute ws-fee-amt =
                       ws-base-fee + ws-surcharge-amt
               else
                   move ws-base-fee to ws-fee-amt
               end-if
           end-if.

       335-compute-base-fee.
           set r-idx to ws-found-entry.
           move ws-raw-rate (r-idx) to ws-sel-rate.
           move "n" to ws-bkt-found.
           perform varying ws-bkt-sub from 1 by 1 until ws-bkt-sub > 3
               if ws-bkt-found = "n"
                  and ws-raw-bkt-limit (r-idx ws-bkt-sub) > 0
                  and ws-price-weight <=
                      ws-raw-bkt-limit (r-idx ws-bkt-sub)
                   move ws-raw-bkt-rate (r-idx ws-bkt-sub)
                       to ws-sel-rate
                   move "y" to ws-bkt-found
               end-if
           end-perform.
           compute ws-base-fee rounded =
               ws-sel-rate * ws-price-weight.
           if ws-raw-min-fee (r-idx) > 0
              and ws-base-fee < ws-raw-min-fee (r-idx)
               move ws-raw-min-fee (r-idx) to ws-base-fee
           end-if.
           if ws-raw-max-fee (r-idx) > 0
              and ws-base-fee > ws-raw-max-fee (r-idx)
               move ws-raw-max-fee (r-idx) to ws-base-fee
           end-if.

       340-check-salvage.
           move 0 to ws-tally-ct.
           inspect ws-price-desc tallying ws-tally-ct for all "SALVAGE".
           if ws-tally-ct = 0
               inspect ws-price-desc
                   tallying ws-tally-ct for all "REBUILT"
           end-if.
           if ws-tally-ct > 0
               move "y" to ws-salvage-flag
           else
               move "n" to ws-salvage-flag
           end-if.

       350-build-after-image.
           evaluate true
               when mc-name
                   move mc-new-name    to vm-owner-name
               when mc-address
                   move mc-new-street  to vm-street
                   move mc-new-city    to vm-city
                   move mc-new-state   to vm-state
                   move mc-new-zip     to vm-zip
               when mc-weight
                   move mc-new-weight  to vm-weight
               when mc-desc
                   move mc-new-desc    to vm-desc
               when mc-office
                   move mc-new-office  to vm-office
           end-evaluate.

       360-apply-correction.
           move ws-after-image to vm-rec.
           rewrite vm-rec
               invalid key
                   move "R" to ws-result
                   move "REWRITE FAILED" to ws-message
                   display "MASTMAINT: rewrite failed for plate "
                       vm-plate ", file status " ws-master-status
           end-rewrite.
           if ws-master-status = "00"
               move "A" to ws-result
               if ws-fee-change = "y"
                   move "FEE CHANGE, SUPV APPROVED" to ws-message
               end-if
               add 1 to ws-applied-count
           else
               add 1 to ws-rejected-count
           end-if.

       370-write-audit.
           move ws-run-date     to ma-run-date.
           move mc-plate        to ma-plate.
           move mc-action       to ma-action.
           move mc-reason       to ma-reason.
           move mc-operator     to ma-operator.
           move mc-supervisor   to ma-supervisor.
           move ws-result       to ma-result.
           move ws-message      to ma-message.
           move ws-before-image to ma-before.
           move ws-after-image  to ma-after.
           write audit-out-rec.

       380-write-register-line.
           move mc-plate        to rg-plate.
           move mc-action       to rg-action.
           move mc-reason       to rg-reason.
           move mc-operator     to rg-operator.
           move mc-supervisor   to rg-supervisor.
           evaluate true
               when ws-applied
                   move "APPLIED"  to rg-result
               when ws-held
                   move "HELD"     to rg-result
               when other
                   move "REJECTED" to rg-result
           end-evaluate.
           move ws-message      to rg-message.
           perform 450-print-headers-if-needed.
           write register-out-rec from register-line.
           add 1 to ws-line-count.

       400-header.
           move ws-run-date to rh-run-date.
           move ws-page-num to hdr-page-num.
           write register-out-rec from header-1
           write register-out-rec from blank-line
           write register-out-rec from header-2
           write register-out-rec from blank-line.

       450-print-headers-if-needed.
           if ws-line-count >= ws-max-lines-per-page
               add 1 to ws-page-num
               move 0 to ws-line-count
               perform 400-header
           end-if.

       500-trailer.
           move ws-applied-count  to tl-applied.
           move ws-held-count     to tl-held.
           move ws-rejected-count to tl-rejected.
           write register-out-rec from blank-line.
           write register-out-rec from trailer-line.

       end program MastMaint.
