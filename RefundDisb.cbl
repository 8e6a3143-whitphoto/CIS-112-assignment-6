       identification division.
       program-id. RefundDisb.

       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select payablefile assign to "refundpay.txt"
                  organization is line sequential
                  file status is ws-payable-status.
           select holdfile assign to "refundhold.txt"
                  organization is line sequential
                  file status is ws-hold-status.
           select releasefile assign to "refundrel.txt"
                  organization is line sequential
                  file status is ws-release-status.
           select rparamfile assign to "refundparams.txt"
                  organization is line sequential
                  file status is ws-rparam-status.
           select chkctlfile assign to "checkctl.dat"
                  organization is line sequential
                  file status is ws-chkctl-status.
           select histfile assign to "refundhist.txt"
                  organization is line sequential
                  file status is ws-hist-status.
           select registerfile assign to "refundreg.txt"
                  organization is line sequential.
           select posfile assign to "positivepay.txt"
                  organization is line sequential.

       data division.
       File Section.

       FD payablefile.
       01 payable-rec          pic x(74).

       FD holdfile.
       01 hold-rec             pic x(74).

       FD releasefile.
       01 release-rec-in.
           05 rel-plate-in     pic x(10).
           05 rel-refund-date-in pic 9(8).
           05 rel-action-in    pic x.
               88 rel-release     value "R".
               88 rel-cancel      value "X".
           05 rel-super-in     pic x(4).

       FD rparamfile.
       01 rparam-rec-in.
           05 rp-threshold     pic 9(7)v99.
           05 rp-bank-account  pic x(12).

       FD chkctlfile.
       01 chkctl-rec.
           05 cc-last-check    pic 9(8).

       FD histfile.
       01 hist-out-rec.
           05 rh-refund        pic x(74).
           05 rh-reason        pic x(24).
           05 rh-supervisor    pic x(4).
           05 rh-run-date      pic 9(8).

       FD registerfile.
       01 register-out-rec     pic x(112).

       FD posfile.
       01 pos-out-rec          pic x(60).

       working-storage section.

       01 blank-line       pic x(112) value spaces.

       01 ws-run-date      pic 9(8).

       01 ws-payable-status pic xx.
       01 ws-hold-status    pic xx.
       01 ws-release-status pic xx.
       01 ws-rparam-status  pic xx.
       01 ws-chkctl-status  pic xx.
       01 ws-hist-status    pic xx.

       01 more-recs        pic xxx value "yes".
       01 more-rel-recs    pic xxx value "yes".

       01 ws-threshold     pic 9(7)v99 value 500.00.
       01 ws-bank-account  pic x(12) value spaces.
       01 ws-check-number  pic 9(8) value 0.

       01 ws-refund-line.
           05 wr-plate         pic x(10).
           05 wr-owner         pic x(20).
           05 wr-amount        pic 9(7)v99.
           05 wr-office        pic xx.
           05 wr-reg-date      pic 9(8).
           05 wr-refund-date   pic 9(8).
           05 wr-status        pic x.
               88 wr-pending      value "P".
               88 wr-held         value "H".
               88 wr-disbursed    value "D".
               88 wr-cancelled    value "X".
           05 wr-check-number  pic 9(8).
           05 wr-disb-date     pic 9(8).

       01 ws-valid-flag    pic x value "y".
       01 ws-needs-super   pic x value "n".
       01 ws-reason        pic x(24) value spaces.
       01 ws-disposition   pic x(9) value spaces.
       01 ws-release-idx   pic 9(3) value 0.
       01 ws-seen-idx      pic 9(3) value 0.

       01 ws-release-max   pic 9(3) value 200.
       01 ws-release-count pic 9(3) value 0.
       01 ws-release-table.
           05 release-entry occurs 1 to 200 times
              depending on ws-release-count indexed by l-idx.
               10 rl-plate       pic x(10).
               10 rl-refund-date pic 9(8).
               10 rl-action      pic x.
               10 rl-super       pic x(4).
               10 rl-used        pic x.

       01 ws-open-max      pic 9(4) value 1000.
       01 ws-open-count    pic 9(4) value 0.

       01 ws-held-count    pic 9(4) value 0.
       01 ws-held-table.
           05 held-entry occurs 1 to 1000 times
              depending on ws-held-count indexed by h-idx.
               10 hl-refund    pic x(74).

       01 ws-seen-count    pic 9(4) value 0.
       01 ws-seen-table.
           05 seen-entry occurs 1 to 1000 times
              depending on ws-seen-count indexed by s-idx.
               10 sn-plate       pic x(10).
               10 sn-refund-date pic 9(8).

       01 ws-paid-count     pic 9(5) value 0.
       01 ws-paid-amt       pic 9(9)v99 value 0.
       01 ws-hold-ct        pic 9(5) value 0.
       01 ws-hold-amt       pic 9(9)v99 value 0.
       01 ws-cancel-count   pic 9(5) value 0.
       01 ws-cancel-amt     pic 9(9)v99 value 0.
       01 ws-unused-count   pic 9(3) value 0.

       01 ws-line-count           pic 9(3) value 0.
       01 ws-max-lines-per-page   pic 9(3) value 60.
       01 ws-page-num             pic 9(3) value 0.

       01 header-1.
           05 filler       pic x(15) value spaces.
           05 filler       pic x(29)
               value "REFUND DISBURSEMENT REGISTER ".
           05 rh-hdr-date  pic 9(8).
           05 filler       pic x(4)  value spaces.
           05 filler       pic x(5)  value "PAGE ".
           05 hdr-page-num pic zz9.
           05 filler       pic x(48) value spaces.

       01 header-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(5)  value "PLATE".
           05 filler       pic x(6)  value spaces.
           05 filler       pic x(5)  value "PAYEE".
           05 filler       pic x(16) value spaces.
           05 filler       pic x(2)  value "OF".
           05 filler       pic x(1)  value space.
           05 filler       pic x(8)  value "REG DATE".
           05 filler       pic x(1)  value space.
           05 filler       pic x(8)  value "REFUNDED".
           05 filler       pic x(8)  value spaces.
           05 filler       pic x(6)  value "AMOUNT".
           05 filler       pic x(1)  value space.
           05 filler       pic x(9)  value "STATUS".
           05 filler       pic x(1)  value space.
           05 filler       pic x(8)  value "   CHECK".
           05 filler       pic x(1)  value space.
           05 filler       pic x(6)  value "REASON".
           05 filler       pic x(19) value spaces.

       01 register-line.
           05 filler       pic x(1)  value space.
           05 rg-plate     pic x(10).
           05 filler       pic x(1)  value space.
           05 rg-owner     pic x(20).
           05 filler       pic x(1)  value space.
           05 rg-office    pic xx.
           05 filler       pic x(1)  value space.
           05 rg-reg-date  pic 9(8).
           05 filler       pic x(1)  value space.
           05 rg-refund-date pic 9(8).
           05 filler       pic x(1)  value space.
           05 rg-amount    pic $z,zzz,zz9.99.
           05 filler       pic x(1)  value space.
           05 rg-disp      pic x(9).
           05 filler       pic x(1)  value space.
           05 rg-check     pic z(8).
           05 filler       pic x(1)  value space.
           05 rg-reason    pic x(24).

       01 summary-line.
           05 filler       pic x(1)  value space.
           05 sm-label     pic x(10).
           05 sm-count     pic zzzz9.
           05 filler       pic x(2)  value spaces.
           05 sm-amount    pic $zzz,zzz,zz9.99.
           05 filler       pic x(79) value spaces.

       01 pos-header.
           05 filler       pic x value "H".
           05 ph-account   pic x(12).
           05 ph-file-date pic 9(8).
           05 filler       pic x(39) value spaces.

       01 pos-detail.
           05 filler       pic x value "D".
           05 pd-account   pic x(12).
           05 pd-check     pic 9(8).
           05 pd-issue-date pic 9(8).
           05 pd-amount    pic 9(8)v99.
           05 pd-payee     pic x(20).
           05 filler       pic x value "I".

       01 pos-trailer.
           05 filler       pic x value "T".
           05 pt-account   pic x(12).
           05 pt-count     pic 9(6).
           05 pt-total     pic 9(10)v99.
           05 filler       pic x(29) value spaces.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           perform 150-read-params.
           perform 160-load-releases.
           perform 170-get-check-number.
           perform 200-count-open-items.
           open output registerfile.
           open output posfile.
           open extend histfile.
           if ws-hist-status = "35"
               open output histfile
           end-if.
           if ws-hist-status not = "00"
               display "REFUNDDISB: cannot open refundhist.txt,"
               display "file status " ws-hist-status
               move 16 to return-code
               stop run
           end-if.
           move ws-max-lines-per-page to ws-line-count.
           move ws-bank-account to ph-account.
           move ws-run-date to ph-file-date.
           write pos-out-rec from pos-header.

           open input holdfile.
           if ws-hold-status = "00"
               move "yes" to more-recs
               perform until more-recs = "no"
               read holdfile into ws-refund-line
               at end move "no" to more-recs
               not at end perform 300-process-refund
               end-read
               end-perform
               close holdfile
           end-if.
           open input payablefile.
           if ws-payable-status = "00"
               move "yes" to more-recs
               perform until more-recs = "no"
               read payablefile into ws-refund-line
               at end move "no" to more-recs
               not at end perform 300-process-refund
               end-read
               end-perform
               close payablefile
           end-if.

           perform 500-write-held-items.
           open output payablefile.
           close payablefile.
           perform 550-write-trailers.
           close registerfile, posfile, histfile.
           perform 180-save-check-number.
           perform 600-report-unused-releases.
           display "REFUND DISBURSEMENT COMPLETE".
           display "PAID:      " ws-paid-count " " ws-paid-amt.
           display "HELD:      " ws-hold-ct " " ws-hold-amt.
           display "CANCELLED: " ws-cancel-count " " ws-cancel-amt.
           stop run.

       150-read-params.
           open input rparamfile.
           if ws-rparam-status not = "00"
               display "REFUNDDISB: cannot open refundparams.txt,"
               display "file status " ws-rparam-status
               display "no disbursement without the bank account"
               move 16 to return-code
               stop run
           end-if.
           read rparamfile
               at end continue
               not at end
                   if rp-threshold is numeric and rp-threshold > 0
                       move rp-threshold to ws-threshold
                   else
                       display "SUPERVISOR THRESHOLD NOT SET;"
                           " DEFAULT " ws-threshold " IN EFFECT"
                   end-if
                   move rp-bank-account to ws-bank-account
           end-read.
           close rparamfile.
           if ws-bank-account = spaces
               display "REFUNDDISB: no bank account in"
               display "refundparams.txt; cannot write positive pay"
               move 16 to return-code
               stop run
           end-if.

       160-load-releases.
           move 0 to ws-release-count.
           open input releasefile.
           if ws-release-status not = "00"
               display "NO SUPERVISOR RELEASES (refundrel.txt);"
               display "REFUNDS OVER THRESHOLD WILL BE HELD"
           else
               perform until more-rel-recs = "no"
               read releasefile
               at end move "no" to more-rel-recs
               not at end
                   if not rel-release and not rel-cancel
                       display "WARNING: release for plate "
                           rel-plate-in " has unknown action '"
                           rel-action-in "'; skipped"
                   else
                       if ws-release-count >= ws-release-max
                           display "WARNING: release table is full;"
                               " release for plate " rel-plate-in
                               " skipped"
                       else
                           add 1 to ws-release-count
                           set l-idx to ws-release-count
                           move rel-plate-in to rl-plate (l-idx)
                           move rel-refund-date-in
                               to rl-refund-date (l-idx)
                           move rel-action-in to rl-action (l-idx)
                           move rel-super-in  to rl-super (l-idx)
                           move "n" to rl-used (l-idx)
                       end-if
                   end-if
               end-read
               end-perform
               close releasefile
           end-if.

       170-get-check-number.
           move 0 to ws-check-number.
           open input chkctlfile.
           if ws-chkctl-status = "00"
               read chkctlfile
                   at end continue
                   not at end
                       if cc-last-check is numeric
                           move cc-last-check to ws-check-number
                       end-if
               end-read
               close chkctlfile
           end-if.

       180-save-check-number.
           open output chkctlfile.
           if ws-chkctl-status not = "00"
               display "REFUNDDISB: cannot rewrite checkctl.dat,"
               display "file status " ws-chkctl-status
               move 16 to return-code
           else
               move ws-check-number to cc-last-check
               write chkctl-rec
               close chkctlfile
           end-if.

       200-count-open-items.
           move 0 to ws-open-count.
           open input holdfile.
           if ws-hold-status = "00"
               move "yes" to more-recs
               perform until more-recs = "no"
               read holdfile
               at end move "no" to more-recs
               not at end add 1 to ws-open-count
               end-read
               end-perform
               close holdfile
           end-if.
           open input payablefile.
           if ws-payable-status = "00"
               move "yes" to more-recs
               perform until more-recs = "no"
               read payablefile
               at end move "no" to more-recs
               not at end add 1 to ws-open-count
               end-read
               end-perform
               close payablefile
           end-if.
           if ws-open-count > ws-open-max
               display "RUN STOPPED: " ws-open-count " open refunds;"
                   " more than " ws-open-max " cannot be processed"
                   " in one run"
               move 16 to return-code
               stop run
           end-if.

       300-process-refund.
           perform 310-approve-refund.
           perform 320-find-release.
           evaluate true
               when ws-valid-flag = "n"
                   perform 360-cancel-refund
               when ws-release-idx not = 0
                    and rl-action (l-idx) = "X"
                   move "CANCELLED BY SUPERVISOR" to ws-reason
                   perform 360-cancel-refund
               when ws-needs-super = "y"
                    and ws-release-idx = 0
                   perform 350-hold-refund
               when other
                   perform 340-disburse-refund
           end-evaluate.

       310-approve-refund.
           move "y" to ws-valid-flag.
           move "n" to ws-needs-super.
           move spaces to ws-reason.
           if wr-amount is not numeric or wr-amount = 0
               move "n" to ws-valid-flag
               move "ZERO OR INVALID AMOUNT" to ws-reason
           end-if.
           if ws-valid-flag = "y" and wr-owner = spaces
               move "n" to ws-valid-flag
               move "NO PAYEE NAME" to ws-reason
           end-if.
           if ws-valid-flag = "y"
               if wr-disbursed or wr-cancelled
                   move "n" to ws-valid-flag
                   move "ALREADY DISBURSED" to ws-reason
               end-if
           end-if.
           if ws-valid-flag = "y"
               perform 315-check-seen
           end-if.
           if ws-valid-flag = "y"
               if wr-reg-date is not numeric or wr-reg-date = 0
                   move "y" to ws-needs-super
                   move "NO ORIGINAL REGISTRATION" to ws-reason
               end-if
               if wr-amount > ws-threshold
                   move "y" to ws-needs-super
                   move "OVER SUPERVISOR THRESHOLD" to ws-reason
               end-if
           end-if.

       315-check-seen.
           move 0 to ws-seen-idx.
           perform varying s-idx from 1 by 1
                   until s-idx > ws-seen-count
               if sn-plate (s-idx) = wr-plate
                  and sn-refund-date (s-idx) = wr-refund-date
                   set ws-seen-idx to s-idx
               end-if
           end-perform.
           if ws-seen-idx not = 0
               move "n" to ws-valid-flag
               move "DUPLICATE REFUND" to ws-reason
           else
               add 1 to ws-seen-count
               set s-idx to ws-seen-count
               move wr-plate       to sn-plate (s-idx)
               move wr-refund-date to sn-refund-date (s-idx)
           end-if.

       320-find-release.
           move 0 to ws-release-idx.
           perform varying l-idx from 1 by 1
                   until l-idx > ws-release-count
               if rl-used (l-idx) = "n"
                  and rl-plate (l-idx) = wr-plate
                  and rl-refund-date (l-idx) = wr-refund-date
                   set ws-release-idx to l-idx
               end-if
           end-perform.
           if ws-release-idx not = 0
               set l-idx to ws-release-idx
               if ws-valid-flag = "y"
                   move "y" to rl-used (l-idx)
               end-if
           end-if.

       340-disburse-refund.
           add 1 to ws-check-number.
           move "D"             to wr-status.
           move ws-check-number to wr-check-number.
           move ws-run-date     to wr-disb-date.
           move ws-bank-account to pd-account.
           move ws-check-number to pd-check.
           move ws-run-date     to pd-issue-date.
           move wr-amount       to pd-amount.
           move wr-owner        to pd-payee.
           write pos-out-rec from pos-detail.
           if ws-release-idx not = 0
               move "RELEASED"  to ws-disposition
               move "SUPERVISOR RELEASE" to ws-reason
               move rl-super (l-idx) to rh-supervisor
           else
               move "PAID"      to ws-disposition
               move spaces to ws-reason
               move spaces to rh-supervisor
           end-if.
           perform 370-write-history.
           perform 400-write-register-line.
           add 1 to ws-paid-count.
           add wr-amount to ws-paid-amt.

       350-hold-refund.
           move "H" to wr-status.
           add 1 to ws-held-count.
           set h-idx to ws-held-count.
           move ws-refund-line to hl-refund (h-idx).
           move "HELD" to ws-disposition.
           perform 400-write-register-line.
           add 1 to ws-hold-ct.
           add wr-amount to ws-hold-amt.

       360-cancel-refund.
           move "X" to wr-status.
           if ws-release-idx not = 0 and ws-valid-flag = "y"
               move rl-super (l-idx) to rh-supervisor
           else
               move spaces to rh-supervisor
           end-if.
           perform 370-write-history.
           move "CANCELLED" to ws-disposition.
           perform 400-write-register-line.
           add 1 to ws-cancel-count.
           if wr-amount is numeric
               add wr-amount to ws-cancel-amt
           end-if.

       370-write-history.
           move ws-refund-line to rh-refund.
           move ws-reason      to rh-reason.
           move ws-run-date    to rh-run-date.
           write hist-out-rec.

       400-write-register-line.
           move wr-plate       to rg-plate.
           move wr-owner       to rg-owner.
           move wr-office      to rg-office.
           move wr-reg-date    to rg-reg-date.
           move wr-refund-date to rg-refund-date.
           if wr-amount is numeric
               move wr-amount  to rg-amount
           else
               move 0 to rg-amount
           end-if.
           move ws-disposition to rg-disp.
           if wr-disbursed
               move wr-check-number to rg-check
           else
               move 0 to rg-check
           end-if.
           move ws-reason      to rg-reason.
           perform 450-print-headers-if-needed.
           write register-out-rec from register-line.
           add 1 to ws-line-count.

       410-header.
           move ws-run-date to rh-hdr-date.
           move ws-page-num to hdr-page-num.
           write register-out-rec from header-1.
           write register-out-rec from blank-line.
           write register-out-rec from header-2.
           write register-out-rec from blank-line.

       450-print-headers-if-needed.
           if ws-line-count >= ws-max-lines-per-page
               add 1 to ws-page-num
               move 0 to ws-line-count
               perform 410-header
           end-if.

       500-write-held-items.
           open output holdfile.
           perform varying h-idx from 1 by 1
                   until h-idx > ws-held-count
               write hold-rec from hl-refund (h-idx)
           end-perform.
           close holdfile.

       550-write-trailers.
           move ws-bank-account to pt-account.
           move ws-paid-count   to pt-count.
           move ws-paid-amt     to pt-total.
           write pos-out-rec from pos-trailer.
           if ws-line-count >= ws-max-lines-per-page
               move ws-max-lines-per-page to ws-line-count
               perform 450-print-headers-if-needed
           end-if.
           write register-out-rec from blank-line.
           move "PAID:     " to sm-label.
           move ws-paid-count to sm-count.
           move ws-paid-amt   to sm-amount.
           write register-out-rec from summary-line.
           move "HELD:     " to sm-label.
           move ws-hold-ct    to sm-count.
           move ws-hold-amt   to sm-amount.
           write register-out-rec from summary-line.
           move "CANCELLED:" to sm-label.
           move ws-cancel-count to sm-count.
           move ws-cancel-amt   to sm-amount.
           write register-out-rec from summary-line.

       600-report-unused-releases.
           move 0 to ws-unused-count.
           perform varying l-idx from 1 by 1
                   until l-idx > ws-release-count
               if rl-used (l-idx) = "n"
                   add 1 to ws-unused-count
                   display "WARNING: release for plate "
                       rl-plate (l-idx) " refunded "
                       rl-refund-date (l-idx) " matched no open refund"
               end-if
           end-perform.

       end program RefundDisb.
