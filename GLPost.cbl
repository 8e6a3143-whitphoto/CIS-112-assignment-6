           select jvhistfile assign to "jvhistory.txt"
                  organization is line sequential
                  file status is ws-jvhist-status.
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

       FD chartfile.
       01 chart-rec-in.
       FD jvhistfile.
       01 jvhist-rec           pic x(50).

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

       01 ws-run-date      pic 9(8).
       01 ws-cash-desc            pic x(20) value spaces.
       01 ws-surch-account        pic x(8) value spaces.
       01 ws-surch-desc           pic x(20) value spaces.
       01 ws-penalty-account      pic x(8) value spaces.
       01 ws-penalty-desc         pic x(20) value spaces.
       01 ws-penalty-seen         pic x value "n".
       01 ws-deferred-account     pic x(8) value spaces.
       01 ws-deferred-desc        pic x(20) value spaces.
       01 ws-deferred-seen        pic x value "n".
       01 ws-ar-account           pic x(8) value spaces.
       01 ws-ar-desc              pic x(20) value spaces.
       01 ws-ar-seen              pic x value "n".

       01 ws-revenue-amt          pic s9(7)v99 value 0.
       01 ws-debit-total          pic 9(9)v99 value 0.
       01 ws-credit-total         pic 9(9)v99 value 0.
       01 ws-waived-total         pic s9(9)v99 value 0.
       01 ws-line-amt             pic s9(9)v99 value 0.
       01 ws-line-side            pic x value space.
       01 ws-line-account         pic x(8) value spaces.
              depending on ws-office-count indexed by g-idx.
               10 go-office    pic xx.
               10 go-surch     pic s9(9)v99.
               10 go-penalty   pic s9(9)v99.
               10 go-deferred  pic s9(9)v99.
               10 go-receivable pic s9(9)v99.
               10 go-cash      pic s9(9)v99.
       01 ws-jv-line-count        pic 9(5) value 0.
       01 ws-missing-count        pic 9(3) value 0.
           05 jt-credit-total pic 9(9)v99.
           05 filler       pic x(21) value spaces.

       01 ws-cycle-status         pic xx.
       01 ws-param-status         pic xx.
       01 ws-cycle-date           pic 9(8) value 0.
       01 ws-cycle-step           pic 9 value 4.
       01 ws-cycle-sub            pic 9 value 0.
       01 ws-cycle-ok             pic x value "y".
       01 ws-cycle-final          pic x value "C".
       01 ws-cycle-update         pic x value "y".
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
           else
               perform 150-validate-extract
           end-if.
           if ws-reversal-mode = "y"
               move "R" to ws-cycle-final
           end-if.
           perform 810-get-cycle-date.
           perform 800-check-cycle.
           perform 130-get-voucher-number.
           open output jvfile.
           perform 140-open-history.
               end-read
               end-perform
               perform 450-credit-surcharge
               perform 460-credit-penalty
               perform 465-credit-deferred
               perform 470-debit-receivable
               perform 475-debit-cash
               close glfile
           end-if.
               ws-jv-line-count " LINES".
           display "DEBITS:  " ws-debit-total.
           display "CREDITS: " ws-credit-total.
           if ws-waived-total not = 0
               display "FOREGONE REVENUE (MEMO, NOT POSTED): "
                   ws-waived-total
           end-if.
           if ws-debit-total not = ws-credit-total
               display "GLPOST: VOUCHER OUT OF BALANCE"
               move 16 to return-code
           end-if.
           move ws-jv-line-count to ws-cycle-count.
           perform 850-complete-cycle.
           stop run.

       110-read-gl-params.
           open input glfile.
           perform 250-check-accounts.
           close glfile.
           if ws-penalty-seen = "y" and ws-penalty-account = spaces
               display "GLPOST: extract carries late penalties but"
               display "no penalty account (class PN) in"
               display "chartfile.txt; cannot build voucher"
               move 16 to return-code
               stop run
           end-if.
           if ws-deferred-seen = "y" and ws-deferred-account = spaces
               display "GLPOST: extract carries deferred revenue but"
               display "no deferred account (class DR) in"
               display "chartfile.txt; cannot build voucher"
               move 16 to return-code
               stop run
           end-if.
           if ws-ar-seen = "y" and ws-ar-account = spaces
               display "GLPOST: extract carries fleet charges but"
               display "no receivable account (class AR) in"
               display "chartfile.txt; cannot build voucher"
               move 16 to return-code
               stop run
           end-if.
           if ws-missing-count > 0
               display "GLPOST: " ws-missing-count " class(es) have"
               display "no revenue account; voucher not written"
                   when "SC"
                       move chart-account-in to ws-surch-account
                       move chart-desc-in    to ws-surch-desc
                   when "PN"
                       move chart-account-in to ws-penalty-account
                       move chart-desc-in    to ws-penalty-desc
                   when "DR"
                       move chart-account-in to ws-deferred-account
                       move chart-desc-in    to ws-deferred-desc
                   when "AR"
                       move chart-account-in to ws-ar-account
                       move chart-desc-in    to ws-ar-desc
                   when other
                       if ws-chart-count >= ws-chart-max
                           display "WARNING: chart table is full;"
                       " class " gl-class-in
                   add 1 to ws-missing-count
               end-if
               if gl-penalty-in not = 0
                   move "y" to ws-penalty-seen
               end-if
               if gl-deferred-in not = 0
                   move "y" to ws-deferred-seen
               end-if
               if gl-receivable-in not = 0
                   move "y" to ws-ar-seen
               end-if
               perform 425-find-office-total
           end-read
           end-perform.
           set c-idx to ws-found-idx.
           perform 425-find-office-total.
           set g-idx to ws-office-idx.
           compute ws-revenue-amt =
               gl-fee-in - gl-surcharge-in - gl-penalty-in
               - gl-deferred-in.
           add gl-surcharge-in to go-surch (g-idx).
           add gl-penalty-in to go-penalty (g-idx).
           add gl-deferred-in to go-deferred (g-idx).
           add gl-receivable-in to go-receivable (g-idx).
           add gl-waived-in to ws-waived-total.
           add gl-fee-in to go-cash (g-idx).
           add gl-fee-in to ws-cycle-amount.
           move ws-revenue-amt     to ws-line-amt.
           move "C"                to ws-line-side.
           move gl-office-in       to ws-line-office.
                   set g-idx to ws-office-count
                   move gl-office-in to go-office (g-idx)
                   move 0 to go-surch (g-idx)
                   move 0 to go-penalty (g-idx)
                   move 0 to go-deferred (g-idx)
                   move 0 to go-receivable (g-idx)
                   move 0 to go-cash (g-idx)
                   move ws-office-count to ws-office-idx
               end-if
               end-if
           end-perform.

       460-credit-penalty.
           perform varying g-idx from 1 by 1
                   until g-idx > ws-office-count
               if go-penalty (g-idx) not = 0
                   move go-penalty (g-idx) to ws-line-amt
                   move "C"                to ws-line-side
                   move go-office (g-idx)  to ws-line-office
                   move ws-penalty-account to ws-line-account
                   move ws-penalty-desc    to ws-line-desc
                   perform 480-write-jv-line
               end-if
           end-perform.

       465-credit-deferred.
           perform varying g-idx from 1 by 1
                   until g-idx > ws-office-count
               if go-deferred (g-idx) not = 0
                   move go-deferred (g-idx) to ws-line-amt
                   move "C"                 to ws-line-side
                   move go-office (g-idx)   to ws-line-office
                   move ws-deferred-account to ws-line-account
                   move ws-deferred-desc    to ws-line-desc
                   perform 480-write-jv-line
               end-if
           end-perform.

       470-debit-receivable.
           perform varying g-idx from 1 by 1
                   until g-idx > ws-office-count
               if go-receivable (g-idx) not = 0
                   move go-receivable (g-idx) to ws-line-amt
                   move "D"                   to ws-line-side
                   move go-office (g-idx)     to ws-line-office
                   move ws-ar-account         to ws-line-account
                   move ws-ar-desc            to ws-line-desc
                   perform 480-write-jv-line
               end-if
           end-perform.

       475-debit-cash.
           perform varying g-idx from 1 by 1
                   until g-idx > ws-office-count
               compute ws-line-amt =
                   go-cash (g-idx) - go-receivable (g-idx)
               add ws-line-amt to ws-cycle-amount2
               move "D"               to ws-line-side
               move go-office (g-idx) to ws-line-office
               move ws-cash-account   to ws-line-account
               perform 480-write-jv-line
           end-perform.

       800-check-cycle.
           open i-o cyclefile.
           if ws-cycle-status = "35"
               open output cyclefile
               close cyclefile
               open i-o cyclefile
           end-if.
           if ws-cycle-status not = "00"
               display "GLPOST: cannot open cyclectl.dat,"
               display "file status " ws-cycle-status
               move 16 to return-code
               stop run
           end-if.
           move ws-cycle-date to cc-date.
           read cyclefile
               invalid key perform 820-start-cycle-day
           end-read.
           move "y" to ws-cycle-ok.
           move "y" to ws-cycle-update.
           if ws-reversal-mode = "y"
              and cc-gl-voucher not = ws-reverse-voucher
               display "VOUCHER " ws-reverse-voucher " WAS NOT POSTED"
                   " FOR " ws-cycle-date "; CYCLE STEP LEFT AS IS"
               move "n" to ws-cycle-update
           end-if.
           if ws-reversal-mode = "n"
               if cs-complete (ws-cycle-step)
                   display "GLPOST: " ws-cycle-name (ws-cycle-step)
                       " already completed for " ws-cycle-date
                   move "n" to ws-cycle-ok
               end-if
               perform varying ws-cycle-sub from 1 by 1
                       until ws-cycle-sub > 8
                   if ws-cycle-prereq (ws-cycle-sub) = "y"
                      and not cs-complete (ws-cycle-sub)
                       display "GLPOST: prerequisite "
                           ws-cycle-name (ws-cycle-sub)
                           " not complete for " ws-cycle-date
                       move "n" to ws-cycle-ok
                   end-if
               end-perform
           end-if.
           if ws-cycle-ok = "n"
               close cyclefile
               display "GLPOST: run refused by cycle control"
               move 16 to return-code
               stop run
           end-if.
           if ws-cycle-update = "n"
               close cyclefile
           else
               perform 805-start-cycle-step
           end-if.

       805-start-cycle-step.
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
                   display "GLPOST: cannot update cyclectl.dat,"
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
                   display "GLPOST: cannot add cycle day "
                       ws-cycle-date " to cyclectl.dat"
                   move 16 to return-code
                   stop run
           end-write.

       850-complete-cycle.
           if ws-cycle-update = "y"
               perform 855-update-cycle-file
           end-if.

       855-update-cycle-file.
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
           if ws-reversal-mode = "y"
               move 0 to cc-gl-voucher
           else
               move ws-voucher-number to cc-gl-voucher
           end-if.
           rewrite cc-rec
               invalid key
                   display "WARNING: cannot update cyclectl.dat,"
                       " file status " ws-cycle-status
           end-rewrite.

       end program GLPost.
