                  organization is line sequential.
           select depositfile assign to "depositrpt.txt"
                  organization is line sequential.
           select fleetfile assign to "fleetacct.dat"
                  organization is indexed
                  access is random
                  record key is fa-acct
                  file status is ws-fleet-status.
           select ledgerfile assign to "arledger.txt"
                  organization is line sequential
                  file status is ws-ledger-status.
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

       FD paymentfile.
       01 pay-rec-in.
           05 pay-cashier-in   pic x(4).
           05 pay-tender-in    pic xx.
           05 pay-rcpt-date-in pic 9(8).
           05 pay-acct-in      pic x(6).

       SD pay-sort-file.
       01 ps-rec.
           05 ps-cashier       pic x(4).
           05 ps-tender        pic xx.
           05 ps-rcpt-date     pic 9(8).
           05 ps-acct          pic x(6).

       FD sortedpayfile.
       01 sorted-pay-rec.
               88 sp-tender-check value "CK".
               88 sp-tender-card  value "CD".
           05 sp-rcpt-date     pic 9(8).
           05 sp-acct          pic x(6).

       FD exceptfile.
       01 except-out-rec       pic x(80).
       FD depositfile.
       01 deposit-out-rec      pic x(80).

       FD fleetfile.
       01 fa-rec.
           05 fa-acct          pic x(6).
           05 fa-name          pic x(30).
           05 fa-address.
               10 fa-street    pic x(25).
               10 fa-city      pic x(15).
               10 fa-state     pic xx.
               10 fa-zip       pic x(9).
           05 fa-credit-limit  pic 9(7)v99.
           05 fa-status        pic x.
               88 fa-active       value "A".
               88 fa-blocked      value "B".
               88 fa-closed       value "C".
           05 fa-balance       pic s9(7)v99.
           05 fa-last-stmt     pic 9(8).
           05 fa-open-date     pic 9(8).

       FD ledgerfile.
       01 ledger-out-rec.
           05 lg-acct          pic x(6).
           05 lg-date          pic 9(8).
           05 lg-type          pic x.
           05 lg-plate         pic x(10).
           05 lg-class         pic xx.
           05 lg-weight        pic 9(5).
           05 lg-amount        pic s9(7)v99 sign is trailing separate.
           05 lg-office        pic xx.
           05 lg-cashier       pic x(4).
           05 lg-tender        pic xx.

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

       01 blank-line       pic x(80) value spaces.

       01 ws-run-date      pic 9(8).
       01 ws-master-status pic xx.
       01 ws-fleet-status  pic xx.
       01 ws-ledger-status pic xx.
       01 ws-fleet-open    pic x value "n".
       01 ws-fleet-found   pic x value "n".

       01 ws-master-eof    pic x value "n".
       01 ws-master-got    pic x value "n".
       01 ws-pay-eof       pic x value "n".
       01 ws-pay-got       pic x value "n".

       01 ws-match-plate   pic x(10).
       01 ws-pay-plate     pic x(10).
       01 ws-unpaid-count     pic 9(5) value 0.
       01 ws-nomatch-count    pic 9(5) value 0.
       01 ws-mismatch-count   pic 9(5) value 0.
       01 ws-fleet-pay-count  pic 9(5) value 0.
       01 ws-fleet-bad-count  pic 9(5) value 0.
       01 ws-fleet-pay-total  pic s9(9)v99 value 0.

       01 ws-line-count           pic 9(3) value 0.
       01 ws-max-lines-per-page   pic 9(3) value 60.
           05 t1-mismatch  pic zzzz9.
           05 filler       pic x(15) value spaces.

       01 trailer-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(15) value "FLEET PAYMENTS:".
           05 filler       pic x(1)  value space.
           05 t2-count     pic zzzz9.
           05 filler       pic x(10) value "  AMOUNT: ".
           05 t2-amount    pic $zzz,zzz,zz9.99-.
           05 filler       pic x(13) value "  UNAPPLIED: ".
           05 t2-bad       pic zzzz9.
           05 filler       pic x(14) value spaces.

       01 ws-cycle-status         pic xx.
       01 ws-param-status         pic xx.
       01 ws-cycle-date           pic 9(8) value 0.
       01 ws-cycle-step           pic 9 value 3.
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
           perform 810-get-cycle-date.
           perform 800-check-cycle.
           perform 150-sort-payments.
           open input vehmaster.
           if ws-master-status not = "00"
           open input sortedpayfile.
           open output exceptfile.
           open output depositfile.
           perform 160-open-fleet-files.
           perform 400-header.

           perform 200-read-master.
           perform 500-trailer.
           perform 600-deposit-report.
           close vehmaster, sortedpayfile, exceptfile, depositfile.
           close ledgerfile.
           if ws-fleet-open = "y"
               close fleetfile
           end-if.
           move ws-matched-count   to ws-cycle-count.
           move ws-grand-deposit   to ws-cycle-amount.
           move ws-fleet-pay-total to ws-cycle-amount2.
           perform 850-complete-cycle.
           display "RECONCILIATION COMPLETE".
           display "MATCHED: "            ws-matched-count.
           display "UNPAID REGS: "        ws-unpaid-count.
           display "UNMATCHED PAYMENTS: " ws-nomatch-count.
           display "AMOUNT MISMATCHES: "  ws-mismatch-count.
           display "FLEET PAYMENTS: "     ws-fleet-pay-count.
           display "FLEET UNAPPLIED: "    ws-fleet-bad-count.
           stop run.

       150-sort-payments.
               using paymentfile
               giving sortedpayfile.

       160-open-fleet-files.
           open i-o fleetfile.
           evaluate ws-fleet-status
               when "00"
                   move "y" to ws-fleet-open
               when "35"
                   move "n" to ws-fleet-open
               when other
                   display "PAYRECON: cannot open fleetacct.dat,"
                   display "file status " ws-fleet-status
                   move 16 to return-code
                   stop run
           end-evaluate.
           open extend ledgerfile.
           if ws-ledger-status = "35"
               open output ledgerfile
           end-if.
           if ws-ledger-status not = "00"
               display "PAYRECON: cannot open arledger.txt,"
               display "file status " ws-ledger-status
               move 16 to return-code
               stop run
           end-if.

       200-read-master.
           move "n" to ws-master-got.
           perform until ws-master-got = "y" or ws-master-eof = "y"
               move high-values to ws-match-plate
           not at end
               if vm-reg-date = ws-run-date
                  and vm-fleet-acct = spaces
                   move vm-plate to ws-match-plate
                   move "y" to ws-master-got
               end-if
           end-perform.

       210-read-payment.
           move "n" to ws-pay-got.
           perform until ws-pay-got = "y" or ws-pay-eof = "y"
           read sortedpayfile
           at end
               move "y" to ws-pay-eof
               move high-values to ws-pay-plate
           not at end
               perform 220-tally-deposit
               if sp-acct = spaces
                   move sp-plate to ws-pay-plate
                   move "y" to ws-pay-got
               else
                   perform 240-apply-fleet-payment
               end-if
           end-read
           end-perform.

       220-tally-deposit.
           move 0 to ws-dep-office-idx.
               add sp-amount to ck-amount (k-idx)
           end-if.

       240-apply-fleet-payment.
           move "n" to ws-fleet-found.
           if ws-fleet-open = "y"
               move sp-acct to fa-acct
               read fleetfile
                   invalid key continue
                   not invalid key move "y" to ws-fleet-found
               end-read
           end-if.
           if ws-fleet-found = "n"
               move sp-acct      to xl-plate
               move 0            to xl-fee
               move sp-amount    to xl-paid
               move "FLEET ACCT NOT ON FILE" to xl-reason
               move sp-office    to xl-office
               move sp-cashier   to xl-cashier
               perform 350-write-exception
               add 1 to ws-fleet-bad-count
           else
               move sp-acct      to lg-acct
               if sp-rcpt-date is numeric and sp-rcpt-date > 0
                   move sp-rcpt-date to lg-date
               else
                   move ws-run-date  to lg-date
               end-if
               move "P"          to lg-type
               move sp-plate     to lg-plate
               move spaces       to lg-class
               move 0            to lg-weight
               compute lg-amount = 0 - sp-amount
               move sp-office    to lg-office
               move sp-cashier   to lg-cashier
               move sp-tender    to lg-tender
               write ledger-out-rec
               subtract sp-amount from fa-balance
               rewrite fa-rec
                   invalid key
                       display "WARNING: fleet account " fa-acct
                           " not rewritten, file status "
                           ws-fleet-status
               end-rewrite
               add 1 to ws-fleet-pay-count
               add sp-amount to ws-fleet-pay-total
           end-if.

       300-match-one.
           evaluate true
               when ws-match-plate < ws-pay-plate
           move ws-mismatch-count to t1-mismatch.
           write except-out-rec from blank-line.
           write except-out-rec from trailer-1.
           move ws-fleet-pay-count to t2-count.
           move ws-fleet-pay-total to t2-amount.
           move ws-fleet-bad-count to t2-bad.
           write except-out-rec from trailer-2.

       600-deposit-report.
           move ws-run-date to dph-run-date.
           write deposit-out-rec from dep-office-total-line.
           write deposit-out-rec from blank-line.

       800-check-cycle.
           open i-o cyclefile.
           if ws-cycle-status = "35"
               open output cyclefile
               close cyclefile
               open i-o cyclefile
           end-if.
           if ws-cycle-status not = "00"
               display "PAYRECON: cannot open cyclectl.dat,"
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
               display "PAYRECON: " ws-cycle-name (ws-cycle-step)
                   " already completed for " ws-cycle-date
               move "n" to ws-cycle-ok
           end-if.
           perform varying ws-cycle-sub from 1 by 1
                   until ws-cycle-sub > 8
               if ws-cycle-prereq (ws-cycle-sub) = "y"
                  and not cs-complete (ws-cycle-sub)
                   display "PAYRECON: prerequisite "
                       ws-cycle-name (ws-cycle-sub)
                       " not complete for " ws-cycle-date
                   move "n" to ws-cycle-ok
               end-if
           end-perform.
           if ws-cycle-ok = "n"
               close cyclefile
               display "PAYRECON: run refused by cycle control"
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
                   display "PAYRECON: cannot update cyclectl.dat,"
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
                   display "PAYRECON: cannot add cycle day "
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

       end program PayRecon.
