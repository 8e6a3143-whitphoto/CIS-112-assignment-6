       identification division.
       program-id. CycleRpt.

       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select cyclefile assign to "cyclectl.dat"
                  organization is indexed
                  access is random
                  record key is cc-date
                  file status is ws-cycle-status.
           select paramfile assign to "runparams.txt"
                  organization is line sequential
                  file status is ws-param-status.
           select runhistfile assign to "runhist.txt"
                  organization is line sequential
                  file status is ws-runhist-status.
           select glfile assign to "glextract.txt"
                  organization is line sequential
                  file status is ws-gl-status.
           select cyclerptfile assign to "cyclerpt.txt"
                  organization is line sequential.

       data division.
       File Section.

       FD cyclefile.
       01 cc-rec.
           05 cc-date          pic 9(8).
           05 cc-step occurs 8 times.
               10 cs-status    pic x.
                   88 cs-not-run   value space.
                   88 cs-started   value "S".
                   88 cs-complete  value "C".
                   88 cs-failed    value "F".
                   88 cs-reversed  value "R".
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

       FD runhistfile.
       01 runhist-rec-in.
           05 rn-batch-number  pic 9(6).
           05 rn-business-date pic 9(8).
           05 rn-run-date      pic 9(8).
           05 rn-total-count   pic 9(7).
           05 rn-total-fee     pic s9(9)v99
                                   sign is trailing separate.
           05 rn-surch-total   pic 9(9)v99.
           05 rn-reject-count  pic 9(5).
           05 rn-office-used   pic 99.
           05 rn-office-slot occurs 10 times.
               10 rn-of-code   pic xx.
               10 rn-of-count  pic 9(5).
               10 rn-of-fee    pic s9(9)v99
                                   sign is trailing separate.
           05 rn-class-used    pic 99.
           05 rn-class-slot occurs 20 times.
               10 rn-cl-class  pic xx.
               10 rn-cl-count  pic 9(5).
               10 rn-cl-fee    pic s9(9)v99
                                   sign is trailing separate.

       FD glfile.
       01 gl-rec-in.
           05 gl-office-in     pic xx.
           05 gl-class-in      pic xx.
           05 gl-count-in      pic 9(5).
           05 gl-fee-in        pic s9(7)v99
                                   sign is trailing separate.
           05 gl-surcharge-in  pic s9(7)v99
                                   sign is trailing separate.
           05 gl-penalty-in    pic s9(7)v99
                                   sign is trailing separate.
           05 gl-deferred-in   pic s9(7)v99
                                   sign is trailing separate.
           05 gl-receivable-in pic s9(7)v99
                                   sign is trailing separate.
           05 gl-waived-in     pic s9(7)v99
                                   sign is trailing separate.

       FD cyclerptfile.
       01 cycle-out-rec        pic x(80).

       working-storage section.

       01 blank-line       pic x(80) value spaces.

       01 ws-run-date      pic 9(8).
       01 ws-cycle-status  pic xx.
       01 ws-param-status  pic xx.
       01 ws-runhist-status pic xx.
       01 ws-gl-status     pic xx.

       01 more-hist-recs   pic xxx value "yes".
       01 more-gl-recs     pic xxx value "yes".

       01 ws-cycle-found   pic x value "n".
       01 ws-cycle-sub     pic 9 value 0.
       01 ws-open-steps    pic 9 value 0.
       01 ws-out-of-balance pic x value "n".
       01 ws-cash-check    pic x value "n".

       01 ws-hist-runs     pic 9(5) value 0.
       01 ws-hist-fee      pic s9(11)v99 value 0.
       01 ws-gl-found      pic x value "n".
       01 ws-gl-lines      pic 9(5) value 0.
       01 ws-gl-fee        pic s9(11)v99 value 0.
       01 ws-net-deposit   pic s9(11)v99 value 0.

       01 ws-xf-amount     pic s9(11)v99 value 0.
       01 ws-xf-base       pic s9(11)v99 value 0.
       01 ws-xf-diff       pic s9(11)v99 value 0.
       01 ws-xf-avail      pic x value "n".

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

       01 cycle-header-1.
           05 filler       pic x(18) value spaces.
           05 filler       pic x(31)
               value "DAILY CYCLE CONTROL REPORT FOR ".
           05 ch-date      pic 9(8).
           05 filler       pic x(23) value spaces.

       01 cycle-col-header.
           05 filler       pic x(1)  value space.
           05 filler       pic x(1)  value "#".
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(12) value "STEP".
           05 filler       pic x(1)  value space.
           05 filler       pic x(10) value "STATUS".
           05 filler       pic x(1)  value space.
           05 filler       pic x(6)  value "START".
           05 filler       pic x(1)  value space.
           05 filler       pic x(6)  value "END".
           05 filler       pic x(1)  value space.
           05 filler       pic x(3)  value " RC".
           05 filler       pic x(1)  value space.
           05 filler       pic x(9)  value "    COUNT".
           05 filler       pic x(1)  value space.
           05 filler       pic x(15) value "         AMOUNT".
           05 filler       pic x(9)  value spaces.

       01 cycle-detail.
           05 filler       pic x(1)  value space.
           05 cd-step      pic 9.
           05 filler       pic x(2)  value spaces.
           05 cd-name      pic x(12).
           05 filler       pic x(1)  value space.
           05 cd-status    pic x(10).
           05 filler       pic x(1)  value space.
           05 cd-start     pic 9(6).
           05 filler       pic x(1)  value space.
           05 cd-end       pic 9(6).
           05 filler       pic x(1)  value space.
           05 cd-rc        pic zz9.
           05 filler       pic x(1)  value space.
           05 cd-count     pic z,zzz,zz9.
           05 filler       pic x(1)  value space.
           05 cd-amount    pic $zz,zzz,zz9.99-.
           05 filler       pic x(9)  value spaces.

       01 cycle-none-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(35)
               value "NO CYCLE ACTIVITY RECORDED FOR THE ".
           05 filler       pic x(14) value "BUSINESS DATE.".
           05 filler       pic x(30) value spaces.

       01 xf-section-line.
           05 filler       pic x(1)  value space.
           05 xs-title     pic x(30).
           05 filler       pic x(49) value spaces.

       01 xf-col-header.
           05 filler       pic x(1)  value space.
           05 filler       pic x(30) value "SOURCE".
           05 filler       pic x(1)  value space.
           05 filler       pic x(15) value "         AMOUNT".
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(15) value "     DIFFERENCE".
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(14) value spaces.

       01 xf-line.
           05 filler       pic x(1)  value space.
           05 xf-label     pic x(30).
           05 filler       pic x(1)  value space.
           05 xf-amount    pic $zz,zzz,zz9.99-.
           05 filler       pic x(2)  value spaces.
           05 xf-diff      pic $zz,zzz,zz9.99-.
           05 filler       pic x(2)  value spaces.
           05 xf-flag      pic x(14).

       01 xf-amount-line.
           05 filler       pic x(1)  value space.
           05 xa-label     pic x(30).
           05 filler       pic x(1)  value space.
           05 xa-amount    pic $zz,zzz,zz9.99-.
           05 filler       pic x(33) value spaces.

       01 cycle-status-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(14) value "CYCLE STATUS: ".
           05 cl-text pic x(12).
           05 filler       pic x(2)  value spaces.
           05 cl-open pic 9.
           05 filler       pic x(20) value " STEP(S) NOT COMPLET".
           05 filler       pic x(2)  value "E ".
           05 filler       pic x(28) value spaces.

       01 cycle-balance-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(12) value "CROSS-FOOT: ".
           05 cb-text pic x(14).
           05 filler       pic x(53) value spaces.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           perform 150-read-params.
           open input cyclefile.
           if ws-cycle-status not = "00"
               display "CYCLERPT: cannot open cyclectl.dat,"
               display "file status " ws-cycle-status
               move 16 to return-code
               stop run
           end-if.
           move ws-run-date to cc-date.
           read cyclefile
               invalid key move "n" to ws-cycle-found
               not invalid key move "y" to ws-cycle-found
           end-read.
           close cyclefile.

           open output cyclerptfile.
           perform 400-header.
           if ws-cycle-found = "n"
               write cycle-out-rec from cycle-none-line
               close cyclerptfile
               display "CYCLERPT: no cycle record for " ws-run-date
               stop run
           end-if.

           perform 300-sum-run-history.
           perform 310-sum-gl-extract.
           move 0 to ws-open-steps.
           perform varying ws-cycle-sub from 1 by 1
                   until ws-cycle-sub > 8
               perform 420-step-line
           end-perform.
           write cycle-out-rec from blank-line.
           perform 500-fee-crossfoot.
           write cycle-out-rec from blank-line.
           perform 550-cash-crossfoot.
           write cycle-out-rec from blank-line.
           perform 600-summary.
           close cyclerptfile.
           display "CYCLE REPORT WRITTEN FOR " ws-run-date.
           display "STEPS NOT COMPLETE: " ws-open-steps.
           if ws-out-of-balance = "y"
               display "CYCLERPT: FEE TOTALS DO NOT CROSS-FOOT"
               move 16 to return-code
           end-if.
           stop run.

       150-read-params.
           open input paramfile.
           if ws-param-status = "00"
               read paramfile
                   at end continue
                   not at end
                       if par-as-of-date is numeric
                          and par-as-of-date > 0
                           move par-as-of-date to ws-run-date
                           display "AS-OF DATE OVERRIDE: " ws-run-date
                       end-if
               end-read
               close paramfile
           end-if.

       300-sum-run-history.
           open input runhistfile.
           if ws-runhist-status = "00"
               perform until more-hist-recs = "no"
               read runhistfile
               at end move "no" to more-hist-recs
               not at end
                   if rn-run-date = ws-run-date
                       add 1 to ws-hist-runs
                       add rn-total-fee to ws-hist-fee
                   end-if
               end-read
               end-perform
               close runhistfile
           end-if.

       310-sum-gl-extract.
           open input glfile.
           if ws-gl-status = "00"
               move "y" to ws-gl-found
               perform until more-gl-recs = "no"
               read glfile
               at end move "no" to more-gl-recs
               not at end
                   add 1 to ws-gl-lines
                   add gl-fee-in to ws-gl-fee
               end-read
               end-perform
               close glfile
           end-if.

       400-header.
           move ws-run-date to ch-date.
           write cycle-out-rec from cycle-header-1.
           write cycle-out-rec from blank-line.
           write cycle-out-rec from cycle-col-header.

       420-step-line.
           move ws-cycle-sub to cd-step.
           move ws-cycle-name (ws-cycle-sub) to cd-name.
           evaluate true
               when cs-complete (ws-cycle-sub)
                   move "COMPLETE" to cd-status
               when cs-started (ws-cycle-sub)
                   move "STARTED" to cd-status
               when cs-failed (ws-cycle-sub)
                   move "FAILED" to cd-status
               when cs-reversed (ws-cycle-sub)
                   move "REVERSED" to cd-status
               when cs-not-run (ws-cycle-sub)
                   move "NOT RUN" to cd-status
               when other
                   move "UNKNOWN" to cd-status
           end-evaluate.
           if not cs-complete (ws-cycle-sub)
               add 1 to ws-open-steps
           end-if.
           move cs-start (ws-cycle-sub)  to cd-start.
           move cs-end (ws-cycle-sub)    to cd-end.
           move cs-rc (ws-cycle-sub)     to cd-rc.
           move cs-count (ws-cycle-sub)  to cd-count.
           move cs-amount (ws-cycle-sub) to cd-amount.
           write cycle-out-rec from cycle-detail.

       500-fee-crossfoot.
           move "FEE REVENUE CROSS-FOOT" to xs-title.
           write cycle-out-rec from xf-section-line.
           write cycle-out-rec from xf-col-header.
           move ws-hist-fee to ws-xf-base.
           move ws-hist-fee to xf-amount.
           move 0 to xf-diff.
           move "RUN HISTORY (PROGRAM1)" to xf-label.
           if ws-hist-runs = 0
               move "NOT AVAILABLE" to xf-flag
           else
               move "BASE" to xf-flag
           end-if.
           write cycle-out-rec from xf-line.

           move "PROGRAM1 CYCLE TOTAL" to xf-label.
           move cs-amount (2) to ws-xf-amount.
           move "n" to ws-xf-avail.
           if cs-complete (2)
               move "y" to ws-xf-avail
           end-if.
           perform 510-compare-fee.

           move "GL EXTRACT (glextract.txt)" to xf-label.
           move ws-gl-fee to ws-xf-amount.
           move ws-gl-found to ws-xf-avail.
           perform 510-compare-fee.

           move "GLPOST JOURNAL VOUCHER" to xf-label.
           move cs-amount (4) to ws-xf-amount.
           move "n" to ws-xf-avail.
           if cs-complete (4)
               move "y" to ws-xf-avail
           end-if.
           perform 510-compare-fee.

       510-compare-fee.
           compute ws-xf-diff = ws-xf-amount - ws-xf-base.
           move ws-xf-amount to xf-amount.
           move ws-xf-diff to xf-diff.
           if ws-xf-avail = "n"
               move "NOT AVAILABLE" to xf-flag
           else
               if ws-xf-diff = 0
                   move "IN BALANCE" to xf-flag
               else
                   move "OUT OF BALANCE" to xf-flag
                   move "y" to ws-out-of-balance
               end-if
           end-if.
           write cycle-out-rec from xf-line.

       550-cash-crossfoot.
           move "DEPOSIT CROSS-FOOT" to xs-title.
           write cycle-out-rec from xf-section-line.
           write cycle-out-rec from xf-col-header.
           move "PAYRECON DEPOSITS" to xa-label.
           move cs-amount (3) to xa-amount.
           write cycle-out-rec from xf-amount-line.
           move "LESS FLEET ACCOUNT PAYMENTS" to xa-label.
           compute ws-net-deposit = 0 - cs-amount2 (3).
           move ws-net-deposit to xa-amount.
           write cycle-out-rec from xf-amount-line.
           compute ws-net-deposit = cs-amount (3) - cs-amount2 (3).
           move ws-net-deposit to ws-xf-base.
           move "NET REGISTRATION DEPOSITS" to xf-label.
           move ws-net-deposit to xf-amount.
           move 0 to xf-diff.
           if cs-complete (3)
               move "BASE" to xf-flag
           else
               move "NOT AVAILABLE" to xf-flag
           end-if.
           write cycle-out-rec from xf-line.
           move "GLPOST CASH DEBIT" to xf-label.
           compute ws-xf-diff = cs-amount2 (4) - ws-xf-base.
           move cs-amount2 (4) to xf-amount.
           move ws-xf-diff to xf-diff.
           if not cs-complete (3) or not cs-complete (4)
               move "NOT AVAILABLE" to xf-flag
           else
               if ws-xf-diff = 0
                   move "IN BALANCE" to xf-flag
               else
                   move "CHECK" to xf-flag
                   move "y" to ws-cash-check
               end-if
           end-if.
           write cycle-out-rec from xf-line.

       600-summary.
           if ws-open-steps = 0
               move "COMPLETE" to cl-text
           else
               move "INCOMPLETE" to cl-text
           end-if.
           move ws-open-steps to cl-open.
           write cycle-out-rec from cycle-status-line.
           if ws-out-of-balance = "y"
               move "OUT OF BALANCE" to cb-text
           else
               if ws-cash-check = "y"
                   move "CHECK DEPOSITS" to cb-text
               else
                   move "IN BALANCE" to cb-text
               end-if
           end-if.
           write cycle-out-rec from cycle-balance-line.

       end program CycleRpt.
