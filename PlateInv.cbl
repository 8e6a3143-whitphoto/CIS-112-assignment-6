       identification division.
       program-id. PlateInv.

       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select officefile assign to "officefile.txt"
                  organization is line sequential
                  file status is ws-office-status.
           select stockfile assign to "platestock.txt"
                  organization is line sequential
                  file status is ws-stock-status.
           select plateinvfile assign to "plateinv.dat"
                  organization is indexed
                  access is dynamic
                  record key is pi-plate
                  file status is ws-inv-status.
           select histfile assign to "plateinvhist.txt"
                  organization is line sequential
                  file status is ws-hist-status.
           select reorderfile assign to "plateinvparams.txt"
                  organization is line sequential
                  file status is ws-reorder-status.
           select paramfile assign to "runparams.txt"
                  organization is line sequential
                  file status is ws-param-status.
           select cyclefile assign to "cyclectl.dat"
                  organization is indexed
                  access is random
                  record key is cc-date
                  file status is ws-cycle-status.
           select reportfile assign to "plateinv.txt"
                  organization is line sequential.
           select exceptfile assign to "plateexcept.txt"
                  organization is line sequential.

       data division.
       File Section.

       FD officefile.
       01 office-rec-in.
           05 office-code-in   pic xx.
           05 office-name-in   pic x(20).

       FD stockfile.
       01 stock-rec-in.
           05 ps-type          pic x.
               88 ps-shipment     value "S".
               88 ps-void         value "V".
               88 ps-lost         value "L".
               88 ps-return       value "R".
           05 ps-office        pic xx.
           05 ps-detail        pic x(16).
           05 ps-range redefines ps-detail.
               10 ps-prefix    pic x(4).
               10 ps-from      pic 9(6).
               10 ps-to        pic 9(6).
           05 ps-single redefines ps-detail.
               10 ps-plate     pic x(10).
               10 filler       pic x(6).

       FD plateinvfile.
       01 pi-rec.
           05 pi-plate         pic x(10).
           05 pi-office        pic xx.
           05 pi-status        pic x.
               88 pi-in-stock     value "S".
               88 pi-issued       value "I".
               88 pi-voided       value "V".
               88 pi-lost         value "L".
               88 pi-returned     value "R".
           05 pi-status-date   pic 9(8).
           05 pi-recv-date     pic 9(8).

       FD histfile.
       01 hist-rec.
           05 ih-run-date      pic 9(8).
           05 ih-office        pic xx.
           05 ih-closing       pic 9(7).

       FD reorderfile.
       01 reorder-rec-in.
           05 ro-office        pic xx.
           05 ro-point         pic 9(5).
           05 ro-qty           pic 9(5).

       FD paramfile.
       01 param-rec-in.
           05 par-max-weight   pic 9(5).
           05 par-surcharge    pic 99v99.
           05 par-ckpt-intvl   pic 9(3).
           05 par-max-lines    pic 9(3).
           05 par-as-of-date   pic 9(8).
           05 par-trial-mode   pic x.

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

       FD reportfile.
       01 report-out-rec       pic x(100).

       FD exceptfile.
       01 except-out-rec       pic x(80).

       working-storage section.

       01 EOF              pic x value "n".

       01 blank-line       pic x(100) value spaces.

       01 ws-run-date      pic 9(8).

       01 ws-office-status  pic xx.
       01 ws-stock-status   pic xx.
       01 ws-inv-status     pic xx.
       01 ws-hist-status    pic xx.
       01 ws-reorder-status pic xx.
       01 ws-param-status   pic xx.

       01 more-recs         pic xxx value "yes".
       01 more-stock-recs   pic xxx value "yes".
       01 more-hist-recs    pic xxx value "yes".
       01 more-reorder-recs pic xxx value "yes".

       01 ws-range-max      pic 9(5) value 5000.
       01 ws-default-point  pic 9(5) value 100.
       01 ws-default-qty    pic 9(5) value 500.

       01 ws-plate-number   pic 9(6) value 0.
       01 ws-new-plate.
           05 wp-prefix     pic x(4).
           05 wp-number     pic 9(6).

       01 ws-office-idx     pic 9(3) value 0.
       01 ws-find-office    pic xx value spaces.
       01 ws-except-reason  pic x(30) value spaces.
       01 ws-except-count   pic 9(5) value 0.
       01 ws-trans-count    pic 9(5) value 0.
       01 ws-reorder-count  pic 9(3) value 0.
       01 ws-expected       pic s9(7) value 0.
       01 ws-variance       pic s9(7) value 0.

       01 ws-cycle-status         pic xx.
       01 ws-cycle-date           pic 9(8) value 0.
       01 ws-cycle-step           pic 9 value 8.
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

       01 ws-office-max     pic 9(3) value 10.
       01 ws-office-count   pic 9(3) value 0.
       01 ws-office-table.
           05 office-entry occurs 1 to 10 times
              depending on ws-office-count indexed by f-idx.
               10 ot-code       pic xx.
               10 ot-name       pic x(20).
               10 ot-opening    pic 9(7).
               10 ot-open-date  pic 9(8).
               10 ot-received   pic 9(7).
               10 ot-issued     pic 9(7).
               10 ot-voided     pic 9(7).
               10 ot-lost       pic 9(7).
               10 ot-returned   pic 9(7).
               10 ot-closing    pic 9(7).
               10 ot-point      pic 9(5).
               10 ot-qty        pic 9(5).

       01 header-1.
           05 filler       pic x(15) value spaces.
           05 filler       pic x(37)
               value "PLATE INVENTORY RECONCILIATION      ".
           05 rh-run-date  pic 9(8).
           05 filler       pic x(40) value spaces.

       01 header-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(2)  value "OF".
           05 filler       pic x(1)  value space.
           05 filler       pic x(20) value "OFFICE NAME".
           05 filler       pic x(8)  value " OPENING".
           05 filler       pic x(8)  value "    RECV".
           05 filler       pic x(8)  value "  ISSUED".
           05 filler       pic x(8)  value "  VOIDED".
           05 filler       pic x(8)  value "    LOST".
           05 filler       pic x(8)  value "  RETURN".
           05 filler       pic x(8)  value " CLOSING".
           05 filler       pic x(9)  value " VARIANCE".
           05 filler       pic x(11) value spaces.

       01 recon-line.
           05 filler       pic x(1)  value space.
           05 rl-office    pic xx.
           05 filler       pic x(1)  value space.
           05 rl-name      pic x(20).
           05 rl-opening   pic zzzzzzz9.
           05 rl-received  pic zzzzzzz9.
           05 rl-issued    pic zzzzzzz9.
           05 rl-voided    pic zzzzzzz9.
           05 rl-lost      pic zzzzzzz9.
           05 rl-returned  pic zzzzzzz9.
           05 rl-closing   pic zzzzzzz9.
           05 rl-variance  pic -zzzzzz9.
           05 filler       pic x(1)  value space.
           05 rl-flag      pic x(11).

       01 reorder-header.
           05 filler       pic x(15) value spaces.
           05 filler       pic x(22) value "LOW STOCK REORDER LIST".
           05 filler       pic x(63) value spaces.

       01 reorder-header-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(2)  value "OF".
           05 filler       pic x(1)  value space.
           05 filler       pic x(20) value "OFFICE NAME".
           05 filler       pic x(8)  value "ON HAND ".
           05 filler       pic x(8)  value "  POINT ".
           05 filler       pic x(8)  value "  ORDER ".
           05 filler       pic x(52) value spaces.

       01 reorder-line.
           05 filler       pic x(1)  value space.
           05 rr-office    pic xx.
           05 filler       pic x(1)  value space.
           05 rr-name      pic x(20).
           05 rr-closing   pic zzzzzz9.
           05 filler       pic x(1)  value space.
           05 rr-point     pic zzzzzz9.
           05 filler       pic x(1)  value space.
           05 rr-qty       pic zzzzzz9.
           05 filler       pic x(53) value spaces.

       01 reorder-none-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(30)
               value "NO OFFICE IS BELOW ITS REORDER".
           05 filler       pic x(7)  value " POINT.".
           05 filler       pic x(62) value spaces.

       01 except-line.
           05 filler       pic x(1)  value space.
           05 xl-type      pic x.
           05 filler       pic x(1)  value space.
           05 xl-office    pic xx.
           05 filler       pic x(1)  value space.
           05 xl-detail    pic x(16).
           05 filler       pic x(2)  value spaces.
           05 xl-reason    pic x(30).
           05 filler       pic x(26) value spaces.

       01 except-trailer.
           05 filler       pic x(1)  value space.
           05 filler       pic x(20) value "STOCK TRANSACTIONS: ".
           05 xt-trans     pic zzzz9.
           05 filler       pic x(14) value "  EXCEPTIONS: ".
           05 xt-except    pic zzzz9.
           05 filler       pic x(35) value spaces.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           perform 140-read-params.
           move ws-run-date to ws-cycle-date.
           perform 800-check-cycle.
           perform 150-load-offices.
           perform 160-load-opening-stock.
           perform 170-load-reorder-points.
           open i-o plateinvfile.
           if ws-inv-status = "35"
               open output plateinvfile
               close plateinvfile
               open i-o plateinvfile
           end-if.
           if ws-inv-status not = "00"
               display "PLATEINV: cannot open plateinv.dat,"
               display "file status " ws-inv-status
               move 16 to return-code
               stop run
           end-if.
           open output exceptfile.
           perform 200-apply-stock-trans.
           move ws-trans-count  to xt-trans.
           move ws-except-count to xt-except.
           write except-out-rec from blank-line.
           write except-out-rec from except-trailer.
           close exceptfile.
           perform 300-count-inventory.
           close plateinvfile.
           open output reportfile.
           perform 400-write-reconciliation.
           perform 450-write-reorder-list.
           close reportfile.
           perform 500-write-history.
           display "PLATE INVENTORY COMPLETE".
           display "STOCK TRANSACTIONS: " ws-trans-count.
           display "EXCEPTIONS:         " ws-except-count.
           display "OFFICES TO REORDER: " ws-reorder-count.
           move ws-trans-count to ws-cycle-count.
           perform 850-complete-cycle.
           stop run.

       140-read-params.
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

       150-load-offices.
           open input officefile.
           if ws-office-status not = "00"
               display "PLATEINV: cannot open officefile.txt,"
               display "file status " ws-office-status
               move 16 to return-code
               stop run
           end-if.
           move 0 to ws-office-count.
           perform until more-recs = "no"
           read officefile
           at end move "no" to more-recs
           not at end
               if ws-office-count >= ws-office-max
                   display "WARNING: office table is full; office "
                       office-code-in " skipped"
               else
                   add 1 to ws-office-count
                   set f-idx to ws-office-count
                   move office-code-in to ot-code (f-idx)
                   move office-name-in to ot-name (f-idx)
                   move 0 to ot-opening (f-idx)
                   move 0 to ot-open-date (f-idx)
                   move 0 to ot-received (f-idx)
                   move 0 to ot-issued (f-idx)
                   move 0 to ot-voided (f-idx)
                   move 0 to ot-lost (f-idx)
                   move 0 to ot-returned (f-idx)
                   move 0 to ot-closing (f-idx)
                   move ws-default-point to ot-point (f-idx)
                   move ws-default-qty   to ot-qty (f-idx)
               end-if
           end-read
           end-perform.
           close officefile.
           if ws-office-count = 0
               display "PLATEINV: officefile.txt is empty"
               move 16 to return-code
               stop run
           end-if.

       160-load-opening-stock.
           open input histfile.
           if ws-hist-status not = "00"
               display "NO PRIOR INVENTORY HISTORY; OPENING STOCK"
                   " IS ZERO"
           else
               perform until more-hist-recs = "no"
               read histfile
               at end move "no" to more-hist-recs
               not at end
                   if ih-run-date < ws-run-date
                       move ih-office to ws-find-office
                       perform 210-find-office
                       if ws-office-idx not = 0
                           set f-idx to ws-office-idx
                           move ih-closing to ot-opening (f-idx)
                           move ih-run-date to ot-open-date (f-idx)
                       end-if
                   end-if
               end-read
               end-perform
               close histfile
           end-if.

       170-load-reorder-points.
           open input reorderfile.
           if ws-reorder-status not = "00"
               display "REORDER POINTS NOT FOUND; DEFAULT "
                   ws-default-point " IN EFFECT"
           else
               perform until more-reorder-recs = "no"
               read reorderfile
               at end move "no" to more-reorder-recs
               not at end
                   move ro-office to ws-find-office
                   perform 210-find-office
                   if ws-office-idx = 0
                       display "WARNING: reorder point for unknown"
                           " office " ro-office " skipped"
                   else
                       set f-idx to ws-office-idx
                       if ro-point is numeric
                           move ro-point to ot-point (f-idx)
                       end-if
                       if ro-qty is numeric and ro-qty > 0
                           move ro-qty to ot-qty (f-idx)
                       end-if
                   end-if
               end-read
               end-perform
               close reorderfile
           end-if.

       200-apply-stock-trans.
           open input stockfile.
           if ws-stock-status not = "00"
               display "NO PLATE STOCK TRANSACTIONS (platestock.txt)"
           else
               perform until more-stock-recs = "no"
               read stockfile
               at end move "no" to more-stock-recs
               not at end perform 220-apply-one-trans
               end-read
               end-perform
               close stockfile
           end-if.

       210-find-office.
           move 0 to ws-office-idx.
           perform varying f-idx from 1 by 1
                   until f-idx > ws-office-count
               if ot-code (f-idx) = ws-find-office
                   set ws-office-idx to f-idx
               end-if
           end-perform.

       220-apply-one-trans.
           add 1 to ws-trans-count.
           move spaces to ws-except-reason.
           move ps-office to ws-find-office.
           perform 210-find-office.
           if ws-office-idx = 0
               move "INVALID OFFICE CODE" to ws-except-reason
           else
               set f-idx to ws-office-idx
               evaluate true
                   when ps-shipment
                       perform 230-receive-shipment
                   when ps-void
                   when ps-lost
                   when ps-return
                       perform 240-change-status
                   when other
                       move "INVALID TRANSACTION TYPE"
                           to ws-except-reason
               end-evaluate
           end-if.
           if ws-except-reason not = spaces
               perform 260-write-exception
           end-if.

       230-receive-shipment.
           if ps-prefix = spaces
              or ps-from is not numeric
              or ps-to is not numeric
              or ps-from > ps-to
               move "INVALID PLATE RANGE" to ws-except-reason
           else
               if ps-to - ps-from >= ws-range-max
                   move "RANGE TOO LARGE FOR ONE RECORD"
                       to ws-except-reason
               else
                   move ps-prefix to wp-prefix
                   perform varying ws-plate-number from ps-from by 1
                           until ws-plate-number > ps-to
                       move ws-plate-number to wp-number
                       perform 235-receive-one-plate
                   end-perform
               end-if
           end-if.

       235-receive-one-plate.
           move ws-new-plate   to pi-plate.
           move ps-office      to pi-office.
           move "S"            to pi-status.
           move ws-run-date    to pi-status-date.
           move ws-run-date    to pi-recv-date.
           write pi-rec
               invalid key
                   move spaces to ws-except-reason
                   string "PLATE " ws-new-plate " ON FILE"
                       delimited by size into ws-except-reason
                   perform 260-write-exception
                   move spaces to ws-except-reason
               not invalid key
                   add 1 to ot-received (f-idx)
           end-write.

       240-change-status.
           move ps-plate to pi-plate.
           read plateinvfile
               invalid key
                   move "PLATE NOT IN INVENTORY" to ws-except-reason
           end-read.
           if ws-except-reason = spaces
              and pi-office not = ps-office
               move "PLATE BELONGS TO ANOTHER OFFICE"
                   to ws-except-reason
           end-if.
           if ws-except-reason = spaces
               evaluate true
                   when ps-void
                       if pi-in-stock
                           add 1 to ot-voided (f-idx)
                       else
                           move "ONLY STOCK PLATES CAN BE VOIDED"
                               to ws-except-reason
                       end-if
                   when ps-lost
                       if pi-in-stock
                           add 1 to ot-lost (f-idx)
                       else
                           if pi-issued
                               perform 245-count-period-issue
                           else
                               move "PLATE NOT IN STOCK OR ISSUED"
                                   to ws-except-reason
                           end-if
                       end-if
                   when ps-return
                       if pi-in-stock
                           add 1 to ot-returned (f-idx)
                       else
                           if pi-issued
                               perform 245-count-period-issue
                           else
                               move "PLATE NOT IN STOCK OR ISSUED"
                                   to ws-except-reason
                           end-if
                       end-if
               end-evaluate
           end-if.
           if ws-except-reason = spaces
               move ps-type     to pi-status
               move ws-run-date to pi-status-date
               rewrite pi-rec
                   invalid key
                       move "REWRITE FAILED" to ws-except-reason
               end-rewrite
           end-if.

       245-count-period-issue.
           if pi-status-date > ot-open-date (f-idx)
              and pi-status-date <= ws-run-date
               add 1 to ot-issued (f-idx)
           end-if.

       260-write-exception.
           move ps-type          to xl-type.
           move ps-office        to xl-office.
           move ps-detail        to xl-detail.
           move ws-except-reason to xl-reason.
           write except-out-rec from except-line.
           add 1 to ws-except-count.

       300-count-inventory.
           move low-values to pi-plate.
           start plateinvfile key is >= pi-plate
               invalid key move "y" to EOF
           end-start.
           perform until eof = "y"
           read plateinvfile next record
           at end move "y" to EOF
           not at end
               move pi-office to ws-find-office
               perform 210-find-office
               if ws-office-idx not = 0
                   set f-idx to ws-office-idx
                   evaluate true
                       when pi-in-stock
                           add 1 to ot-closing (f-idx)
                       when pi-issued
                           if pi-status-date > ot-open-date (f-idx)
                              and pi-status-date <= ws-run-date
                               add 1 to ot-issued (f-idx)
                           end-if
                   end-evaluate
               end-if
           end-read
           end-perform.

       400-write-reconciliation.
           move ws-run-date to rh-run-date.
           write report-out-rec from header-1.
           write report-out-rec from blank-line.
           write report-out-rec from header-2.
           write report-out-rec from blank-line.
           perform varying f-idx from 1 by 1
                   until f-idx > ws-office-count
               compute ws-expected =
                   ot-opening (f-idx) + ot-received (f-idx)
                   - ot-issued (f-idx) - ot-voided (f-idx)
                   - ot-lost (f-idx) - ot-returned (f-idx)
               compute ws-variance = ot-closing (f-idx) - ws-expected
               move ot-code (f-idx)     to rl-office
               move ot-name (f-idx)     to rl-name
               move ot-opening (f-idx)  to rl-opening
               move ot-received (f-idx) to rl-received
               move ot-issued (f-idx)   to rl-issued
               move ot-voided (f-idx)   to rl-voided
               move ot-lost (f-idx)     to rl-lost
               move ot-returned (f-idx) to rl-returned
               move ot-closing (f-idx)  to rl-closing
               move ws-variance         to rl-variance
               if ws-variance not = 0
                   move "** CHECK **" to rl-flag
               else
                   move spaces to rl-flag
               end-if
               write report-out-rec from recon-line
           end-perform.

       450-write-reorder-list.
           move 0 to ws-reorder-count.
           write report-out-rec from blank-line.
           write report-out-rec from blank-line.
           write report-out-rec from reorder-header.
           write report-out-rec from blank-line.
           write report-out-rec from reorder-header-2.
           write report-out-rec from blank-line.
           perform varying f-idx from 1 by 1
                   until f-idx > ws-office-count
               if ot-closing (f-idx) < ot-point (f-idx)
                   move ot-code (f-idx)    to rr-office
                   move ot-name (f-idx)    to rr-name
                   move ot-closing (f-idx) to rr-closing
                   move ot-point (f-idx)   to rr-point
                   move ot-qty (f-idx)     to rr-qty
                   write report-out-rec from reorder-line
                   add 1 to ws-reorder-count
               end-if
           end-perform.
           if ws-reorder-count = 0
               write report-out-rec from reorder-none-line
           end-if.

       500-write-history.
           open extend histfile.
           if ws-hist-status = "35"
               open output histfile
           end-if.
           if ws-hist-status not = "00"
               display "WARNING: cannot open plateinvhist.txt, file"
                   " status " ws-hist-status "; closing stock"
                   " not recorded"
           else
               perform varying f-idx from 1 by 1
                       until f-idx > ws-office-count
                   move ws-run-date        to ih-run-date
                   move ot-code (f-idx)    to ih-office
                   move ot-closing (f-idx) to ih-closing
                   write hist-rec
               end-perform
               close histfile
           end-if.

       800-check-cycle.
           open i-o cyclefile.
           if ws-cycle-status = "35"
               open output cyclefile
               close cyclefile
               open i-o cyclefile
           end-if.
           if ws-cycle-status not = "00"
               display "PLATEINV: cannot open cyclectl.dat,"
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
               display "PLATEINV: " ws-cycle-name (ws-cycle-step)
                   " already completed for " ws-cycle-date
               move "n" to ws-cycle-ok
           end-if.
           perform varying ws-cycle-sub from 1 by 1
                   until ws-cycle-sub > 8
               if ws-cycle-prereq (ws-cycle-sub) = "y"
                  and not cs-complete (ws-cycle-sub)
                   display "PLATEINV: prerequisite "
                       ws-cycle-name (ws-cycle-sub)
                       " not complete for " ws-cycle-date
                   move "n" to ws-cycle-ok
               end-if
           end-perform.
           if ws-cycle-ok = "n"
               close cyclefile
               display "PLATEINV: run refused by cycle control"
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
                   display "PLATEINV: cannot update cyclectl.dat,"
                   display "file status " ws-cycle-status
                   move 16 to return-code
                   stop run
           end-rewrite.
           close cyclefile.

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
                   display "PLATEINV: cannot add cycle day "
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

       end program PlateInv.
