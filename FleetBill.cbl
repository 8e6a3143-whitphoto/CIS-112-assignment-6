       identification division.
       program-id. FleetBill.

       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select fleetfile assign to "fleetacct.dat"
                  organization is indexed
                  access is dynamic
                  record key is fa-acct
                  file status is ws-fleet-status.
           select maintfile assign to "fleetmaint.txt"
                  organization is line sequential
                  file status is ws-maint-status.
           select ledgerfile assign to "arledger.txt"
                  organization is line sequential
                  file status is ws-ledger-status.
           select paramfile assign to "runparams.txt"
                  organization is line sequential
                  file status is ws-param-status.
           select ledger-sort-file assign to "arwork.tmp".
           select sortedledger assign to "sortedar.txt"
                  organization is line sequential.
           select stmtfile assign to "fleetstmt.txt"
                  organization is line sequential.
           select agingfile assign to "fleetaging.txt"
                  organization is line sequential.

       data division.
       File Section.

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

       FD maintfile.
       01 maint-rec-in.
           05 fm-action        pic x.
               88 fm-add          value "A".
               88 fm-change       value "C".
               88 fm-set-status   value "S".
           05 fm-acct          pic x(6).
           05 fm-name          pic x(30).
           05 fm-address.
               10 fm-street    pic x(25).
               10 fm-city      pic x(15).
               10 fm-state     pic xx.
               10 fm-zip       pic x(9).
           05 fm-credit-limit  pic 9(7)v99.
           05 fm-status        pic x.

       FD ledgerfile.
       01 ledger-rec-in        pic x(50).

       SD ledger-sort-file.
       01 lw-rec.
           05 lw-acct          pic x(6).
           05 lw-date          pic 9(8).
           05 filler           pic x(36).

       FD paramfile.
       01 param-rec-in.
           05 par-max-weight   pic 9(5).
           05 par-surcharge    pic 99v99.
           05 par-ckpt-intvl   pic 9(3).
           05 par-max-lines    pic 9(3).
           05 par-as-of-date   pic 9(8).
           05 par-trial-mode   pic x.

       FD sortedledger.
       01 sorted-ledger-rec.
           05 lg-acct          pic x(6).
           05 lg-date          pic 9(8).
           05 lg-type          pic x.
               88 lg-charge       value "C".
               88 lg-payment      value "P".
               88 lg-refund       value "R".
           05 lg-plate         pic x(10).
           05 lg-class         pic xx.
           05 lg-weight        pic 9(5).
           05 lg-amount        pic s9(7)v99 sign is trailing separate.
           05 lg-office        pic xx.
           05 lg-cashier       pic x(4).
           05 lg-tender        pic xx.

       FD stmtfile.
       01 stmt-out-rec         pic x(80).

       FD agingfile.
       01 aging-out-rec        pic x(100).

       working-storage section.

       01 blank-line       pic x(100) value spaces.

       01 ws-run-date      pic 9(8).
       01 ws-run-int       pic 9(7) value 0.
       01 ws-item-int      pic 9(7) value 0.
       01 ws-age-days      pic 9(5) value 0.

       01 ws-fleet-status  pic xx.
       01 ws-maint-status  pic xx.
       01 ws-ledger-status pic xx.
       01 ws-param-status  pic xx.

       01 ws-fleet-eof     pic x value "n".
       01 ws-ledger-eof    pic x value "n".
       01 more-maint-recs  pic xxx value "yes".

       01 ws-maint-count   pic 9(5) value 0.
       01 ws-maint-bad     pic 9(5) value 0.
       01 ws-acct-count    pic 9(5) value 0.
       01 ws-stmt-count    pic 9(5) value 0.
       01 ws-blocked-count pic 9(5) value 0.
       01 ws-release-count pic 9(5) value 0.
       01 ws-unknown-count pic 9(5) value 0.
       01 ws-fixed-count   pic 9(5) value 0.

       01 ws-prev-balance     pic s9(9)v99 value 0.
       01 ws-acct-balance     pic s9(9)v99 value 0.
       01 ws-period-charges   pic s9(9)v99 value 0.
       01 ws-period-credits   pic s9(9)v99 value 0.
       01 ws-credit-pool      pic s9(9)v99 value 0.
       01 ws-bkt-sub          pic 9 value 0.

       01 ws-age-buckets.
           05 ws-age-bkt       pic s9(9)v99 occurs 4 times.
       01 ws-age-totals.
           05 ws-age-tot       pic s9(11)v99 occurs 4 times.
       01 ws-grand-balance    pic s9(11)v99 value 0.

       01 ws-item-max      pic 9(3) value 500.
       01 ws-item-count    pic 9(3) value 0.
       01 ws-item-dropped  pic 9(5) value 0.
       01 ws-item-table.
           05 item-entry occurs 1 to 500 times
              depending on ws-item-count indexed by i-idx.
               10 it-date      pic 9(8).
               10 it-type      pic x.
               10 it-plate     pic x(10).
               10 it-class     pic xx.
               10 it-weight    pic 9(5).
               10 it-amount    pic s9(7)v99.

       01 ws-line-count           pic 9(3) value 0.
       01 ws-max-lines-per-page   pic 9(3) value 60.
       01 ws-page-num             pic 9(3) value 0.

       01 stmt-header-1.
           05 filler       pic x(15) value spaces.
           05 filler       pic x(24) value "FLEET ACCOUNT STATEMENT ".
           05 filler       pic x(16) value "STATEMENT DATE  ".
           05 sh-run-date  pic 9(8).
           05 filler       pic x(17) value spaces.

       01 stmt-acct-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(8)  value "ACCOUNT ".
           05 sa-acct      pic x(6).
           05 filler       pic x(2)  value spaces.
           05 sa-name      pic x(30).
           05 filler       pic x(2)  value spaces.
           05 sa-status    pic x(20).
           05 filler       pic x(11) value spaces.

       01 stmt-addr-line.
           05 filler       pic x(17) value spaces.
           05 sd-street    pic x(25).
           05 filler       pic x(1)  value space.
           05 sd-city      pic x(15).
           05 filler       pic x(1)  value space.
           05 sd-state     pic xx.
           05 filler       pic x(1)  value space.
           05 sd-zip       pic x(9).
           05 filler       pic x(9)  value spaces.

       01 stmt-amount-line.
           05 filler       pic x(3)  value spaces.
           05 sm-label     pic x(24).
           05 sm-amount    pic $zzz,zzz,zz9.99-.
           05 filler       pic x(37) value spaces.

       01 stmt-col-header.
           05 filler       pic x(3)  value spaces.
           05 filler       pic x(10) value "DATE".
           05 filler       pic x(15) value "ITEM".
           05 filler       pic x(12) value "PLATE".
           05 filler       pic x(4)  value "CL".
           05 filler       pic x(8)  value "WEIGHT".
           05 filler       pic x(14) value "        AMOUNT".
           05 filler       pic x(14) value spaces.

       01 stmt-item-line.
           05 filler       pic x(3)  value spaces.
           05 si-date      pic 9(8).
           05 filler       pic x(2)  value spaces.
           05 si-item      pic x(13).
           05 filler       pic x(2)  value spaces.
           05 si-plate     pic x(10).
           05 filler       pic x(2)  value spaces.
           05 si-class     pic xx.
           05 filler       pic x(2)  value spaces.
           05 si-weight    pic zz,zzz.
           05 filler       pic x(2)  value spaces.
           05 si-amount    pic $z,zzz,zz9.99-.
           05 filler       pic x(14) value spaces.

       01 stmt-more-line.
           05 filler       pic x(3)  value spaces.
           05 filler       pic x(27)
               value "ADDITIONAL ITEMS NOT LISTED".
           05 filler       pic x(50) value spaces.

       01 stmt-aging-header.
           05 filler       pic x(3)  value spaces.
           05 filler       pic x(16) value "         CURRENT".
           05 filler       pic x(16) value "      31-60 DAYS".
           05 filler       pic x(16) value "      61-90 DAYS".
           05 filler       pic x(16) value "    OVER 90 DAYS".
           05 filler       pic x(13) value spaces.

       01 stmt-aging-line.
           05 filler       pic x(3)  value spaces.
           05 sg-bucket occurs 4 times.
               10 sg-amount pic $zzz,zzz,zz9.99-.
           05 filler       pic x(13) value spaces.

       01 stmt-blocked-line.
           05 filler       pic x(3)  value spaces.
           05 filler       pic x(30)
               value "*** ACCOUNT BLOCKED: PAST DUE ".
           05 filler       pic x(30)
               value "OVER 90 DAYS; NO NEW REGISTRAT".
           05 filler       pic x(17) value "IONS ***".

       01 aging-header-1.
           05 filler       pic x(15) value spaces.
           05 filler       pic x(26) value "FLEET RECEIVABLES AGING   ".
           05 ah-run-date  pic 9(8).
           05 filler       pic x(10) value spaces.
           05 filler       pic x(5)  value "PAGE ".
           05 hdr-page-num pic zz9.
           05 filler       pic x(33) value spaces.

       01 aging-header-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(7)  value "ACCT".
           05 filler       pic x(21) value "NAME".
           05 filler       pic x(12) value "     CURRENT".
           05 filler       pic x(12) value "       31-60".
           05 filler       pic x(12) value "       61-90".
           05 filler       pic x(12) value "     OVER 90".
           05 filler       pic x(12) value "     BALANCE".
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(9)  value "STATUS".

       01 aging-line.
           05 filler       pic x(1)  value space.
           05 al-acct      pic x(6).
           05 filler       pic x(1)  value space.
           05 al-name      pic x(20).
           05 filler       pic x(1)  value space.
           05 al-bucket occurs 4 times.
               10 al-amount pic zzzz,zz9.99-.
           05 al-balance   pic zzzz,zz9.99-.
           05 filler       pic x(2)  value spaces.
           05 al-status    pic x(9).

       01 aging-total-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(28) value "TOTALS".
           05 at-bucket occurs 4 times.
               10 at-amount pic zzzz,zz9.99-.
           05 at-balance   pic zzzz,zz9.99-.
           05 filler       pic x(11) value spaces.

       01 aging-unknown-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(7)  value "ACCOUNT".
           05 filler       pic x(1)  value space.
           05 au-acct      pic x(6).
           05 filler       pic x(1)  value space.
           05 filler       pic x(30)
               value "LEDGER ITEM HAS NO ACCOUNT    ".
           05 au-date      pic 9(8).
           05 filler       pic x(1)  value space.
           05 au-amount    pic $zzz,zz9.99-.
           05 filler       pic x(33) value spaces.

       01 aging-trailer.
           05 filler       pic x(1)  value space.
           05 filler       pic x(10) value "ACCOUNTS: ".
           05 tr-accts     pic zzzz9.
           05 filler       pic x(14) value "  STATEMENTS: ".
           05 tr-stmts     pic zzzz9.
           05 filler       pic x(11) value "  BLOCKED: ".
           05 tr-blocked   pic zzzz9.
           05 filler       pic x(12) value "  RELEASED: ".
           05 tr-released  pic zzzz9.
           05 filler       pic x(11) value "  UNKNOWN: ".
           05 tr-unknown   pic zzzz9.
           05 filler       pic x(16) value spaces.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           perform 150-read-params.
           compute ws-run-int =
               function integer-of-date(ws-run-date).
           open i-o fleetfile.
           if ws-fleet-status = "35"
               open output fleetfile
               close fleetfile
               open i-o fleetfile
           end-if.
           if ws-fleet-status not = "00"
               display "FLEETBILL: cannot open fleetacct.dat,"
               display "file status " ws-fleet-status
               move 16 to return-code
               stop run
           end-if.
           perform 200-apply-maintenance.
           perform 250-sort-ledger.
           open input sortedledger.
           open output stmtfile.
           open output agingfile.
           move ws-max-lines-per-page to ws-line-count.
           move 0 to ws-grand-balance.
           perform varying ws-bkt-sub from 1 by 1 until ws-bkt-sub > 4
               move 0 to ws-age-tot (ws-bkt-sub)
           end-perform.

           move low-values to fa-acct.
           start fleetfile key is >= fa-acct
               invalid key move "y" to ws-fleet-eof
           end-start.
           perform 210-read-account.
           perform 220-read-ledger.
           perform 300-bill-one-account until ws-fleet-eof = "y".
           perform until ws-ledger-eof = "y"
               perform 390-unknown-ledger-item
               perform 220-read-ledger
           end-perform.

           perform 500-trailer.
           close fleetfile, sortedledger, stmtfile, agingfile.
           display "FLEET BILLING COMPLETE".
           display "ACCOUNT MAINTENANCE APPLIED: " ws-maint-count.
           display "ACCOUNT MAINTENANCE REJECTED: " ws-maint-bad.
           display "STATEMENTS WRITTEN: " ws-stmt-count.
           display "ACCOUNTS BLOCKED:   " ws-blocked-count.
           display "ACCOUNTS RELEASED:  " ws-release-count.
           if ws-unknown-count > 0
               display "LEDGER ITEMS WITH NO ACCOUNT: "
                   ws-unknown-count
           end-if.
           if ws-fixed-count > 0
               display "ACCOUNT BALANCES RESET FROM LEDGER: "
                   ws-fixed-count
           end-if.
           stop run.

       150-read-params.
           open input paramfile.
           if ws-param-status not = "00"
               display "RUN PARAMETERS NOT FOUND; DEFAULTS IN EFFECT"
           else
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

       200-apply-maintenance.
           open input maintfile.
           if ws-maint-status not = "00"
               display "NO FLEET ACCOUNT MAINTENANCE (fleetmaint.txt)"
           else
               perform until more-maint-recs = "no"
               read maintfile
               at end move "no" to more-maint-recs
               not at end perform 205-apply-one-maint
               end-read
               end-perform
               close maintfile
           end-if.

       205-apply-one-maint.
           evaluate true
               when fm-acct = spaces
                   display "WARNING: fleet maintenance with no account"
                       " number skipped"
                   add 1 to ws-maint-bad
               when fm-add
                   perform 206-add-account
               when fm-change
                   perform 207-change-account
               when fm-set-status
                   perform 208-set-status
               when other
                   display "WARNING: fleet maintenance action '"
                       fm-action "' for account " fm-acct " skipped"
                   add 1 to ws-maint-bad
           end-evaluate.

       206-add-account.
           move fm-acct       to fa-acct.
           move fm-name       to fa-name.
           move fm-address    to fa-address.
           if fm-credit-limit is numeric
               move fm-credit-limit to fa-credit-limit
           else
               move 0 to fa-credit-limit
           end-if.
           move "A"           to fa-status.
           move 0             to fa-balance.
           move 0             to fa-last-stmt.
           move ws-run-date   to fa-open-date.
           write fa-rec
               invalid key
                   display "WARNING: fleet account " fm-acct
                       " already on file; add skipped"
                   add 1 to ws-maint-bad
               not invalid key
                   add 1 to ws-maint-count
           end-write.

       207-change-account.
           move fm-acct to fa-acct.
           read fleetfile
               invalid key
                   display "WARNING: fleet account " fm-acct
                       " not on file; change skipped"
                   add 1 to ws-maint-bad
               not invalid key
                   if fm-name not = spaces
                       move fm-name to fa-name
                   end-if
                   if fm-address not = spaces
                       move fm-address to fa-address
                   end-if
                   if fm-credit-limit is numeric
                       move fm-credit-limit to fa-credit-limit
                   end-if
                   rewrite fa-rec
                   add 1 to ws-maint-count
           end-read.

       208-set-status.
           move fm-acct to fa-acct.
           read fleetfile
               invalid key
                   display "WARNING: fleet account " fm-acct
                       " not on file; status change skipped"
                   add 1 to ws-maint-bad
               not invalid key
                   if fm-status = "A" or fm-status = "C"
                       move fm-status to fa-status
                       rewrite fa-rec
                       add 1 to ws-maint-count
                   else
                       display "WARNING: fleet account " fm-acct
                           " status '" fm-status "' not allowed"
                       add 1 to ws-maint-bad
                   end-if
           end-read.

       210-read-account.
           if ws-fleet-eof = "n"
               read fleetfile next record
                   at end move "y" to ws-fleet-eof
               end-read
           end-if.

       220-read-ledger.
           read sortedledger
               at end
                   move "y" to ws-ledger-eof
                   move high-values to lg-acct
           end-read.

       250-sort-ledger.
           open input ledgerfile.
           if ws-ledger-status = "35"
               open output ledgerfile
           end-if.
           close ledgerfile.
           sort ledger-sort-file
               on ascending key lw-acct lw-date
               using ledgerfile
               giving sortedledger.

       300-bill-one-account.
           perform until lg-acct >= fa-acct
               perform 390-unknown-ledger-item
               perform 220-read-ledger
           end-perform.
           add 1 to ws-acct-count.
           move 0 to ws-prev-balance.
           move 0 to ws-acct-balance.
           move 0 to ws-period-charges.
           move 0 to ws-period-credits.
           move 0 to ws-credit-pool.
           move 0 to ws-item-count.
           move 0 to ws-item-dropped.
           perform varying ws-bkt-sub from 1 by 1 until ws-bkt-sub > 4
               move 0 to ws-age-bkt (ws-bkt-sub)
           end-perform.
           perform until lg-acct not = fa-acct
               perform 320-take-ledger-item
               perform 220-read-ledger
           end-perform.
           perform 340-age-account.
           if fa-balance not = ws-acct-balance
               display "WARNING: fleet account " fa-acct
                   " balance reset to ledger total"
               add 1 to ws-fixed-count
               move ws-acct-balance to fa-balance
           end-if.
           evaluate true
               when ws-age-bkt (4) > 0 and fa-active
                   move "B" to fa-status
                   add 1 to ws-blocked-count
               when ws-age-bkt (4) not > 0 and fa-blocked
                   move "A" to fa-status
                   add 1 to ws-release-count
           end-evaluate.
           if ws-item-count > 0 or ws-item-dropped > 0
              or ws-acct-balance not = 0
               perform 360-write-statement
           end-if.
           perform 380-write-aging-line.
           move ws-run-date to fa-last-stmt.
           rewrite fa-rec
               invalid key
                   display "WARNING: fleet account " fa-acct
                       " not rewritten, file status " ws-fleet-status
           end-rewrite.
           perform 210-read-account.

       320-take-ledger-item.
           if lg-date is not numeric or lg-date = 0
               move ws-run-date to lg-date
           end-if.
           add lg-amount to ws-acct-balance.
           if lg-date <= fa-last-stmt
               add lg-amount to ws-prev-balance
           else
               if lg-amount > 0
                   add lg-amount to ws-period-charges
               else
                   add lg-amount to ws-period-credits
               end-if
               if ws-item-count >= ws-item-max
                   add 1 to ws-item-dropped
               else
                   add 1 to ws-item-count
                   set i-idx to ws-item-count
                   move lg-date   to it-date (i-idx)
                   move lg-type   to it-type (i-idx)
                   move lg-plate  to it-plate (i-idx)
                   move lg-class  to it-class (i-idx)
                   move lg-weight to it-weight (i-idx)
                   move lg-amount to it-amount (i-idx)
               end-if
           end-if.
           if lg-amount > 0
               compute ws-item-int =
                   function integer-of-date(lg-date)
               if ws-item-int > ws-run-int
                   move 0 to ws-age-days
               else
                   compute ws-age-days = ws-run-int - ws-item-int
               end-if
               evaluate true
                   when ws-age-days <= 30
                       add lg-amount to ws-age-bkt (1)
                   when ws-age-days <= 60
                       add lg-amount to ws-age-bkt (2)
                   when ws-age-days <= 90
                       add lg-amount to ws-age-bkt (3)
                   when other
                       add lg-amount to ws-age-bkt (4)
               end-evaluate
           else
               subtract lg-amount from ws-credit-pool
           end-if.

       340-age-account.
           perform varying ws-bkt-sub from 4 by -1
                   until ws-bkt-sub < 1 or ws-credit-pool = 0
               if ws-credit-pool >= ws-age-bkt (ws-bkt-sub)
                   subtract ws-age-bkt (ws-bkt-sub) from ws-credit-pool
                   move 0 to ws-age-bkt (ws-bkt-sub)
               else
                   subtract ws-credit-pool from ws-age-bkt (ws-bkt-sub)
                   move 0 to ws-credit-pool
               end-if
           end-perform.
           if ws-credit-pool > 0
               subtract ws-credit-pool from ws-age-bkt (1)
           end-if.

       360-write-statement.
           add 1 to ws-stmt-count.
           move ws-run-date to sh-run-date.
           write stmt-out-rec from stmt-header-1.
           write stmt-out-rec from blank-line.
           move fa-acct to sa-acct.
           move fa-name to sa-name.
           perform 365-status-text.
           write stmt-out-rec from stmt-acct-line.
           move fa-street to sd-street.
           move fa-city   to sd-city.
           move fa-state  to sd-state.
           move fa-zip    to sd-zip.
           write stmt-out-rec from stmt-addr-line.
           write stmt-out-rec from blank-line.
           move "PREVIOUS BALANCE" to sm-label.
           move ws-prev-balance    to sm-amount.
           write stmt-out-rec from stmt-amount-line.
           write stmt-out-rec from blank-line.
           write stmt-out-rec from stmt-col-header.
           perform varying i-idx from 1 by 1
                   until i-idx > ws-item-count
               perform 370-write-statement-item
           end-perform.
           if ws-item-dropped > 0
               write stmt-out-rec from stmt-more-line
           end-if.
           write stmt-out-rec from blank-line.
           move "CHARGES THIS PERIOD" to sm-label.
           move ws-period-charges     to sm-amount.
           write stmt-out-rec from stmt-amount-line.
           move "PAYMENTS AND CREDITS" to sm-label.
           move ws-period-credits      to sm-amount.
           write stmt-out-rec from stmt-amount-line.
           move "NEW BALANCE"   to sm-label.
           move ws-acct-balance to sm-amount.
           write stmt-out-rec from stmt-amount-line.
           write stmt-out-rec from blank-line.
           write stmt-out-rec from stmt-aging-header.
           perform varying ws-bkt-sub from 1 by 1 until ws-bkt-sub > 4
               move ws-age-bkt (ws-bkt-sub) to sg-amount (ws-bkt-sub)
           end-perform.
           write stmt-out-rec from stmt-aging-line.
           if fa-blocked
               write stmt-out-rec from blank-line
               write stmt-out-rec from stmt-blocked-line
           end-if.
           write stmt-out-rec from blank-line.
           write stmt-out-rec from blank-line.

       365-status-text.
           evaluate true
               when fa-active
                   move "ACTIVE"   to sa-status
               when fa-blocked
                   move "BLOCKED"  to sa-status
               when fa-closed
                   move "CLOSED"   to sa-status
               when other
                   move fa-status  to sa-status
           end-evaluate.

       370-write-statement-item.
           move it-date (i-idx)  to si-date.
           evaluate it-type (i-idx)
               when "C"
                   move "REGISTRATION"  to si-item
               when "P"
                   move "PAYMENT"       to si-item
               when "R"
                   move "REFUND CREDIT" to si-item
               when other
                   move "ADJUSTMENT"    to si-item
           end-evaluate.
           move it-plate (i-idx) to si-plate.
           move it-class (i-idx) to si-class.
           if it-type (i-idx) = "P"
               move 0 to si-weight
           else
               move it-weight (i-idx) to si-weight
           end-if.
           move it-amount (i-idx) to si-amount.
           write stmt-out-rec from stmt-item-line.

       380-write-aging-line.
           move fa-acct to al-acct.
           move fa-name to al-name.
           perform varying ws-bkt-sub from 1 by 1 until ws-bkt-sub > 4
               move ws-age-bkt (ws-bkt-sub) to al-amount (ws-bkt-sub)
               add ws-age-bkt (ws-bkt-sub) to ws-age-tot (ws-bkt-sub)
           end-perform.
           move ws-acct-balance to al-balance.
           add ws-acct-balance to ws-grand-balance.
           evaluate true
               when fa-active
                   move "ACTIVE"   to al-status
               when fa-blocked
                   move "BLOCKED"  to al-status
               when fa-closed
                   move "CLOSED"   to al-status
               when other
                   move fa-status  to al-status
           end-evaluate.
           perform 450-print-headers-if-needed.
           write aging-out-rec from aging-line.
           add 1 to ws-line-count.

       390-unknown-ledger-item.
           move lg-acct   to au-acct.
           move lg-date   to au-date.
           move lg-amount to au-amount.
           perform 450-print-headers-if-needed.
           write aging-out-rec from aging-unknown-line.
           add 1 to ws-line-count.
           add 1 to ws-unknown-count.

       400-header.
           move ws-run-date to ah-run-date.
           move ws-page-num to hdr-page-num.
           write aging-out-rec from aging-header-1.
           write aging-out-rec from blank-line.
           write aging-out-rec from aging-header-2.
           write aging-out-rec from blank-line.

       450-print-headers-if-needed.
           if ws-line-count >= ws-max-lines-per-page
               add 1 to ws-page-num
               move 0 to ws-line-count
               perform 400-header
           end-if.

       500-trailer.
           perform varying ws-bkt-sub from 1 by 1 until ws-bkt-sub > 4
               move ws-age-tot (ws-bkt-sub) to at-amount (ws-bkt-sub)
           end-perform.
           move ws-grand-balance to at-balance.
           perform 450-print-headers-if-needed.
           write aging-out-rec from blank-line.
           write aging-out-rec from aging-total-line.
           move ws-acct-count    to tr-accts.
           move ws-stmt-count    to tr-stmts.
           move ws-blocked-count to tr-blocked.
           move ws-release-count to tr-released.
           move ws-unknown-count to tr-unknown.
           write aging-out-rec from blank-line.
           write aging-out-rec from aging-trailer.

       end program FleetBill.
