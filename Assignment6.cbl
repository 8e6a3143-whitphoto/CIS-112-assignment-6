           select platehistfile assign to "platehist.txt"
                  organization is line sequential
                  file status is ws-plathist-status.
           select journalfile assign to "postjournal.txt"
                  organization is line sequential
                  file status is ws-journal-status.
           select transferfile assign to "transferreg.txt"
                  organization is line sequential.
           select dupfile assign to "dupsuspense.txt"
                  file status is ws-runhist-status.
           select batchregfile assign to "batchreg.txt"
                  organization is line sequential.
           select refundfile assign to "refundpay.txt"
                  organization is line sequential
                  file status is ws-refund-status.
           select penaltyfile assign to "penaltyparams.txt"
                  organization is line sequential
                  file status is ws-penalty-status.
           select reinstfile assign to "reinstate.txt"
                  organization is line sequential
                  file status is ws-reinst-status.
           select plateinvfile assign to "plateinv.dat"
                  organization is indexed
                  access is random
                  record key is pi-plate
                  file status is ws-inv-status.
           select fleetfile assign to "fleetacct.dat"
                  organization is indexed
                  access is random
                  record key is fa-acct
                  file status is ws-fleet-status.
           select exemptfile assign to "exemptcert.dat"
                  organization is indexed
                  access is random
                  record key is ec-plate
                  file status is ws-exempt-status.
           select exemptlogfile assign to "exemptlog.txt"
                  organization is line sequential
                  file status is ws-exemptlog-status.
           select ledgerfile assign to "arledger.txt"
                  organization is line sequential
                  file status is ws-ledger-status.
           select cyclefile assign to "cyclectl.dat"
                  organization is indexed
                  access is random
                  record key is cc-date
                  file status is ws-cycle-status.

       data division.
       File Section.
               88 trans-refund    value "F".
               88 trans-type-ok   values "N" "R" "T" "F".
           05 trans-office-in  pic xx.
           05 trans-term-in    pic x.
               88 trans-term-two  value "2".
               88 trans-term-ok   values "1" "2" " ".
           05 trans-acct-in    pic x(6).
       01 trans-hdr-rec.
           05 hdr-rec-type     pic xx.
               88 ctl-header      value "HD".
           05 hdr-batch-number pic 9(6).
           05 hdr-business-date pic 9(8).
           05 hdr-office-code  pic xx.
           05 filler           pic x(42).
       01 trans-trl-rec.
           05 filler           pic xx.
           05 trl-rec-count    pic 9(7).
           05 trl-weight-hash  pic 9(9).
           05 filler           pic x(42).

       SD sort-work-file.
       01 sw-rec.
           05 sw-plate         pic x(10).
           05 sw-type          pic x.
           05 sw-office        pic xx.
           05 sw-term          pic x.
           05 sw-acct          pic x(6).

       FD sortedfile.
       01 sorted-rec.
           05 sorted-plate     pic x(10).
           05 sorted-type      pic x.
           05 sorted-office    pic xx.
           05 sorted-term      pic x.
           05 sorted-acct      pic x(6).

       FD outfile.
       01 output-rec           pic x(80).

       FD rejectfile.
       01 reject-out-rec       pic x(98).

       FD glfile.
       01 gl-out-rec           pic x(69).

       FD restartfile.
       01 restart-out-rec.
           05 restart-out-dup-count    pic 9(5).
           05 restart-out-surch-total  pic 9(9)v99.
           05 restart-out-rej-count    pic 9(5).
           05 restart-out-class-pen    pic s9(7)v99.
           05 restart-out-office-pen   pic s9(7)v99.
           05 restart-out-pen-total    pic s9(9)v99.
           05 restart-out-class-defer  pic s9(7)v99.
           05 restart-out-class-recv   pic s9(7)v99.
           05 restart-out-fleet-count  pic 9(5).
           05 restart-out-class-waived pic 9(7)v99.

       FD officefile.
       01 office-rec-in.
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

       FD platehistfile.
       01 hist-out-rec.
           05 ph-old-office    pic xx.
           05 ph-new-owner     pic x(20).

       FD journalfile.
       01 journal-out-rec.
           05 pj-post-date     pic 9(8).
           05 pj-plate         pic x(10).
           05 pj-type          pic x.
           05 pj-office        pic xx.
           05 pj-name          pic x(20).
           05 pj-class         pic xx.
           05 pj-weight        pic 9(5).
           05 pj-desc          pic x(13).
           05 pj-fee           pic s9(7)v99
                                   sign is trailing separate.
           05 pj-prior-found   pic x.
           05 pj-prior-owner   pic x(20).
           05 pj-prior-class   pic xx.
           05 pj-prior-weight  pic 9(5).
           05 pj-prior-desc    pic x(13).
           05 pj-prior-reg-date pic 9(8).
           05 pj-prior-exp-date pic 9(8).
           05 pj-prior-office  pic xx.
           05 pj-prior-fee     pic s9(7)v99
                                   sign is trailing separate.

       FD transferfile.
       01 transfer-out-rec     pic x(80).

       FD batchregfile.
       01 batchreg-out-rec     pic x(80).

       FD refundfile.
       01 refund-out-rec.
           05 rf-plate         pic x(10).
           05 rf-owner         pic x(20).
           05 rf-amount        pic 9(7)v99.
           05 rf-office        pic xx.
           05 rf-reg-date      pic 9(8).
           05 rf-refund-date   pic 9(8).
           05 rf-status        pic x.
           05 rf-check-number  pic 9(8).
           05 rf-disb-date     pic 9(8).

       FD penaltyfile.
       01 pen-rec-in.
           05 pen-type-in      pic x.
               88 pen-tier        value "T".
               88 pen-cutoff      value "S".
           05 pen-days-in      pic 9(4).
           05 pen-pct-in       pic 9(3)v99.

       FD reinstfile.
       01 reinst-out-rec.
           05 rs-plate         pic x(10).
           05 rs-owner         pic x(20).
           05 rs-class         pic xx.
           05 rs-office        pic xx.
           05 rs-exp-date      pic 9(8).
           05 rs-days-over     pic 9(5).
           05 rs-reinst-date   pic 9(8).
           05 rs-mail-address  pic x(51).

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

       FD exemptlogfile.
       01 exemptlog-out-rec.
           05 xl-date          pic 9(8).
           05 xl-cert          pic x(8).
           05 xl-plate         pic x(10).
           05 xl-type          pic xx.
           05 xl-pct           pic 9(3).
           05 xl-class         pic xx.
           05 xl-office        pic xx.
           05 xl-full          pic s9(7)v99
                                   sign is trailing separate.
           05 xl-waived        pic s9(7)v99
                                   sign is trailing separate.
           05 xl-net           pic s9(7)v99
                                   sign is trailing separate.

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

       FD runhistfile.
       01 runhist-out-rec.
           05 rn-batch-number  pic 9(6).
               10 rn-cl-fee    pic s9(9)v99
                                   sign is trailing separate.

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

       working-storage section.

       01 EOF              pic x value "n".

       01 blank-line       pic x(80) value spaces.

       01 ws-run-date      pic 9(8).

       01 ws-page-num             pic 9(3) value 0.
       01 ws-line-count           pic 9(3) value 0.
       01 ws-max-lines-per-page   pic 9(3) value 60.
       01 ws-block-lines          pic 9(3) value 1.

       01 ws-total-fee            pic s9(7)v99 value 0.
       01 ws-total-count          pic 9(5) value 0.
       01 ws-restart-status       pic xx.
       01 ws-master-status        pic xx.
       01 ws-plathist-status      pic xx.
       01 ws-journal-status       pic xx.
       01 ws-prior-found          pic x value "n".
       01 ws-xfer-count           pic 9(5) value 0.
       01 ws-dup-flag             pic x value "n".
       01 ws-run-surch-total      pic 9(9)v99 value 0.
       01 ws-reject-count         pic 9(5) value 0.
       01 ws-hist-idx             pic 9(3) value 0.
       01 ws-refund-status        pic xx.
       01 ws-refund-found         pic x value "n".
       01 ws-penalty-status       pic xx.
       01 ws-reinst-status        pic xx.

       01 ws-penalty-amt          pic s9(7)v99 value 0.
       01 ws-penalty-pct          pic 9(3)v99 value 0.
       01 ws-class-penalty        pic s9(7)v99 value 0.
       01 ws-office-penalty       pic s9(7)v99 value 0.
       01 ws-run-penalty-total    pic s9(9)v99 value 0.
       01 ws-run-int              pic 9(7) value 0.
       01 ws-exp-int              pic 9(7) value 0.
       01 ws-days-over            pic 9(5) value 0.
       01 ws-old-exp-date         pic 9(8) value 0.
       01 ws-reinstate-flag       pic x value "n".
       01 ws-keep-address         pic x(51) value spaces.
       01 ws-inv-status           pic xx.
       01 ws-stock-ok             pic x value "y".
       01 ws-fleet-status         pic xx.
       01 ws-ledger-status        pic xx.
       01 ws-fleet-open           pic x value "n".
       01 ws-fleet-ok             pic x value "y".
       01 ws-fleet-amt            pic s9(7)v99 value 0.
       01 ws-post-acct            pic x(6) value spaces.
       01 ws-class-receivable     pic s9(7)v99 value 0.
       01 ws-fleet-count          pic 9(5) value 0.
       01 ws-exempt-status        pic xx.
       01 ws-exemptlog-status     pic xx.
       01 ws-exempt-open          pic x value "n".
       01 ws-exempt-ok            pic x value "y".
       01 ws-exempt-found         pic x value "n".
       01 ws-exempt-cert          pic x(8) value spaces.
       01 ws-exempt-type          pic xx value spaces.
       01 ws-exempt-pct           pic 9(3) value 0.
       01 ws-waived-amt           pic 9(7)v99 value 0.
       01 ws-class-waived         pic 9(7)v99 value 0.
       01 ws-exempt-count         pic 9(5) value 0.
       01 more-pen-recs           pic xxx value "yes".

       01 ws-tier-max             pic 9(3) value 10.
       01 ws-tier-count           pic 9(3) value 0.
       01 ws-tier-table.
           05 tier-entry occurs 1 to 10 times
              depending on ws-tier-count indexed by p-idx.
               10 tr-days      pic 9(4).
               10 tr-pct       pic 9(3)v99.
       01 ws-susp-cutoff          pic 9(4) value 365.
       01 ws-best-days            pic 9(4) value 0.

       01 ws-hist-office-max      pic 9(3) value 10.
       01 ws-hist-office-count    pic 9(3) value 0.
       01 ws-exp-split redefines ws-exp-date.
           05 ws-exp-year         pic 9(4).
           05 ws-exp-mmdd         pic 9(4).
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
       01 ws-current-share        pic 9(7)v99 value 0.
       01 ws-deferred-amt         pic s9(7)v99 value 0.
       01 ws-class-deferred       pic s9(7)v99 value 0.
       01 ws-stagger-plate        pic x(10) value spaces.
       01 ws-stagger-month        pic 99 value 0.
       01 ws-last-char            pic x value space.
       01 ws-plate-pos            pic 99 value 0.
       01 ws-stg-look             pic 99 value 0.
       01 ws-stagger-alphabet     pic x(36)
           value "1234567890ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01 ws-table-max            pic 9(3) value 50.
       01 ws-raw-table-max        pic 9(3) value 200.
           05 filler       pic x(3) value "FEE".
           05 filler       pic x(7) value spaces.
           05 filler       pic x(4) value "DESC".
           05 filler       pic x(12) value spaces.
           05 filler       pic x(7) value "PENALTY".

       01 detail-line.
           05 filler       pic x(3) value spaces.
           05 fee-out      pic $z,zzz,zzz.99-.
           05 filler       pic x value space.
           05 desc-out     pic x(13).
           05 filler       pic x value space.
           05 pen-out      pic $zzz,zz9.99-.

       01 exempt-line.
           05 filler       pic x(5) value spaces.
           05 filler       pic x(7) value "EXEMPT ".
           05 ex-cert      pic x(8).
           05 filler       pic x value space.
           05 ex-type      pic xx.
           05 filler       pic x value space.
           05 ex-pct       pic zz9.
           05 filler       pic x(2) value "% ".
           05 filler       pic x(5) value "FULL ".
           05 ex-full      pic $zzz,zz9.99.
           05 filler       pic x(8) value " WAIVED ".
           05 ex-waived    pic $zzz,zz9.99.
           05 filler       pic x(5) value " NET ".
           05 ex-net       pic $zzz,zz9.99.

       01 reject-line.
           05 rl-trans-image  pic x(60).
           05 rl-reason       pic x(30).
           05 rl-reject-date  pic 9(8).

           05 filler       pic x(1)  value space.
           05 sl-fee       pic $z,zzz,zzz.99-.
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(8)  value "PENALTY ".
           05 sl-penalty   pic $zzz,zz9.99-.

       01 office-subtotal-line.
           05 filler       pic x(3)  value spaces.
           05 filler       pic x(1)  value space.
           05 osl-fee      pic $z,zzz,zzz.99-.
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(8)  value "PENALTY ".
           05 osl-penalty  pic $zzz,zz9.99-.

       01 trailer-line.
           05 filler       pic x(3)  value spaces.
           05 filler       pic x(11) value "TOTAL FEES:".
           05 filler       pic x(1)  value space.
           05 tl-fee       pic $z,zzz,zzz.99-.
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(10) value "PENALTIES:".
           05 filler       pic x(1)  value space.
           05 tl-penalty   pic $zzz,zz9.99-.

       01 gl-line.
           05 gl-office    pic xx.
           05 gl-count     pic 9(5).
           05 gl-fee       pic s9(7)v99 sign is trailing separate.
           05 gl-surcharge pic s9(7)v99 sign is trailing separate.
           05 gl-penalty   pic s9(7)v99 sign is trailing separate.
           05 gl-deferred  pic s9(7)v99 sign is trailing separate.
           05 gl-receivable pic s9(7)v99 sign is trailing separate.
           05 gl-waived    pic s9(7)v99 sign is trailing separate.

       01 xfer-blank-line  pic x(80) value spaces.

           05 br-good      pic zz9.
           05 filler       pic x(50) value spaces.

       01 ws-cycle-status         pic xx.
       01 ws-cycle-date           pic 9(8) value 0.
       01 ws-cycle-step           pic 9 value 2.
       01 ws-cycle-sub            pic 9 value 0.
       01 ws-cycle-ok             pic x value "y".
       01 ws-cycle-final          pic x value "C".
       01 ws-cycle-count          pic 9(7) value 0.
       01 ws-cycle-amount         pic s9(11)v99 value 0.
       01 ws-cycle-amount2        pic s9(11)v99 value 0.
       01 ws-cycle-prereqs        pic x(8) value "ynnnnnnn".
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
           perform 160-get-run-date.
           perform 165-read-params.
           perform 180-load-penalty-tiers.
           perform 175-check-restart.
           if ws-trial-mode = "y" and ws-restarting = "y"
               display "RUN STOPPED: a restart checkpoint is pending;"
               move 16 to return-code
               stop run
           end-if.
           if ws-trial-mode = "n"
               move ws-run-date to ws-cycle-date
               perform 800-check-cycle
           end-if.
           perform 205-load-offices.
           perform 215-balance-input.
           perform 150-open-files.
               write dup-out-rec from xfer-blank-line
               write dup-out-rec from dup-trailer
               close rejectfile, glfile, transferfile, platehistfile
               close dupfile, refundfile, reinstfile, ledgerfile
               close journalfile, exemptlogfile
               perform 520-write-run-history
               move ws-total-count to ws-cycle-count
               compute ws-cycle-amount =
                   ws-total-fee + ws-run-penalty-total
               perform 850-complete-cycle
           end-if.
           close tablefile, outfile, vehmaster, plateinvfile.
           if ws-fleet-open = "y"
               close fleetfile
           end-if.
           if ws-fleet-count > 0
               display "FLEET ACCOUNT CHARGES: " ws-fleet-count
           end-if.
           if ws-exempt-open = "y"
               close exemptfile
           end-if.
           if ws-exempt-count > 0
               display "EXEMPT REGISTRATIONS: " ws-exempt-count
           end-if.
           stop run.

       150-open-files.
           open input tablefile.
           if ws-trial-mode = "y"
               open input vehmaster
               open input plateinvfile
               open input fleetfile
               open output outfile
           else
               open i-o vehmaster
                   move 16 to return-code
                   stop run
               end-if
               open i-o plateinvfile
               if ws-inv-status = "35"
                   open output plateinvfile
                   close plateinvfile
                   open i-o plateinvfile
               end-if
               open i-o fleetfile
               if ws-fleet-status = "35"
                   open output fleetfile
                   close fleetfile
                   open i-o fleetfile
               end-if
               open extend ledgerfile
               if ws-ledger-status = "35"
                   open output ledgerfile
               end-if
               if ws-ledger-status not = "00"
                   display "RUN STOPPED: cannot open arledger.txt,"
                   display "file status " ws-ledger-status
                   move 16 to return-code
                   stop run
               end-if
               open extend platehistfile
               if ws-plathist-status = "35"
                   open output platehistfile
                   move 16 to return-code
                   stop run
               end-if
               open extend journalfile
               if ws-journal-status = "35"
                   open output journalfile
               end-if
               if ws-journal-status not = "00"
                   display "RUN STOPPED: cannot open postjournal.txt,"
                   display "file status " ws-journal-status
                   move 16 to return-code
                   stop run
               end-if
               open extend exemptlogfile
               if ws-exemptlog-status = "35"
                   open output exemptlogfile
               end-if
               if ws-exemptlog-status not = "00"
                   display "RUN STOPPED: cannot open exemptlog.txt,"
                   display "file status " ws-exemptlog-status
                   move 16 to return-code
                   stop run
               end-if
               open extend refundfile
               if ws-refund-status = "35"
                   open output refundfile
               end-if
               if ws-refund-status not = "00"
                   display "RUN STOPPED: cannot open refundpay.txt,"
                   display "file status " ws-refund-status
                   move 16 to return-code
                   stop run
               end-if
               open extend reinstfile
               if ws-reinst-status = "35"
                   open output reinstfile
               end-if
               if ws-reinst-status not = "00"
                   display "RUN STOPPED: cannot open reinstate.txt,"
                   display "file status " ws-reinst-status
                   move 16 to return-code
                   stop run
               end-if
               if ws-restarting = "y"
                   open extend outfile
                   open extend rejectfile
                   write dup-out-rec from xfer-blank-line
               end-if
           end-if.
           if ws-inv-status not = "00"
               display "RUN STOPPED: cannot open plateinv.dat,"
               display "file status " ws-inv-status
               move 16 to return-code
               stop run
           end-if.
           evaluate ws-fleet-status
               when "00"
                   move "y" to ws-fleet-open
               when "35"
                   move "n" to ws-fleet-open
               when other
                   display "RUN STOPPED: cannot open fleetacct.dat,"
                   display "file status " ws-fleet-status
                   move 16 to return-code
                   stop run
           end-evaluate.
           open input exemptfile.
           evaluate ws-exempt-status
               when "00"
                   move "y" to ws-exempt-open
               when "35"
                   move "n" to ws-exempt-open
               when other
                   display "RUN STOPPED: cannot open exemptcert.dat,"
                   display "file status " ws-exempt-status
                   move 16 to return-code
                   stop run
           end-evaluate.

       160-get-run-date.
           move function current-date(1:8) to ws-run-date.
                               to ws-run-surch-total
                           move restart-out-rej-count
                               to ws-reject-count
                           move restart-out-class-pen
                               to ws-class-penalty
                           move restart-out-office-pen
                               to ws-office-penalty
                           move restart-out-pen-total
                               to ws-run-penalty-total
                           move restart-out-class-defer
                               to ws-class-deferred
                           move restart-out-class-recv
                               to ws-class-receivable
                           move restart-out-fleet-count
                               to ws-fleet-count
                           move restart-out-class-waived
                               to ws-class-waived
                           move "y" to ws-restarting
                   end-read
               end-perform
               close restartfile
           end-if.

       180-load-penalty-tiers.
           move 0 to ws-tier-count.
           open input penaltyfile.
           if ws-penalty-status not = "00"
               display "PENALTY PARAMETERS NOT FOUND; DEFAULTS"
                   " IN EFFECT"
               perform 185-default-tiers
           else
               perform until more-pen-recs = "no"
               read penaltyfile
               at end move "no" to more-pen-recs
               not at end perform 186-load-one-tier
               end-read
               end-perform
               close penaltyfile
               if ws-tier-count = 0
                   display "NO PENALTY TIERS IN penaltyparams.txt;"
                       " DEFAULTS IN EFFECT"
                   perform 185-default-tiers
               end-if
           end-if.

       185-default-tiers.
           move 3 to ws-tier-count.
           move 0030 to tr-days (1).
           move 010.00 to tr-pct (1).
           move 0090 to tr-days (2).
           move 025.00 to tr-pct (2).
           move 0365 to tr-days (3).
           move 050.00 to tr-pct (3).
           move 365 to ws-susp-cutoff.

       186-load-one-tier.
           evaluate true
               when pen-tier
                   if ws-tier-count >= ws-tier-max
                       display "WARNING: penalty tier table is full;"
                           " tier at " pen-days-in " days skipped"
                   else
                       add 1 to ws-tier-count
                       set p-idx to ws-tier-count
                       move pen-days-in to tr-days (p-idx)
                       move pen-pct-in  to tr-pct (p-idx)
                   end-if
               when pen-cutoff
                   if pen-days-in is numeric and pen-days-in > 0
                       move pen-days-in to ws-susp-cutoff
                   end-if
               when other
                   display "WARNING: unknown penalty record type '"
                       pen-type-in "' skipped"
           end-evaluate.

       200-init-table.
           move 0 to ws-raw-count.
           move "n" to ws-table-overflow.
               move sorted-plate  to trans-plate-in
               move sorted-type   to trans-type-in
               move sorted-office to trans-office-in
               move sorted-term   to trans-term-in
               move sorted-acct   to trans-acct-in
               perform 275-validate-trans
               if ws-valid-flag = "y"
                   perform 300-vehic-reg
                   move "INVALID TRANS TYPE" to ws-reject-reason
               end-if
           end-if.
           if ws-valid-flag = "y" and not trans-term-ok
               move "n" to ws-valid-flag
               move "INVALID TERM CODE" to ws-reject-reason
           end-if.
           if ws-valid-flag = "y"
               move "n" to ws-office-found
               perform varying f-idx from 1 by 1
           if trans-new
               perform 315-check-duplicate
           end-if.
           move "y" to ws-stock-ok.
           if ws-dup-flag = "n"
               if trans-new or trans-transfer
                   perform 307-check-plate-stock
               end-if
           end-if.
           move "y" to ws-fleet-ok.
           move trans-acct-in to ws-post-acct.
           if ws-dup-flag = "n" and ws-stock-ok = "y"
               if trans-refund
                   perform 306-find-refund-account
               end-if
               if ws-fleet-ok = "y" and ws-post-acct not = spaces
                   perform 308-check-fleet-account
               end-if
           end-if.
           move "y" to ws-exempt-ok.
           move "n" to ws-exempt-found.
           if ws-dup-flag = "n" and ws-stock-ok = "y"
              and ws-fleet-ok = "y" and not trans-refund
               perform 309-check-exemption
           end-if.
           if ws-dup-flag = "n" and ws-stock-ok = "y"
              and ws-fleet-ok = "y" and ws-exempt-ok = "y"
               perform 330-post-registration
           end-if.

       306-find-refund-account.
           move trans-plate-in to vm-plate.
           read vehmaster
               invalid key continue
               not invalid key
                   if vm-fleet-acct not = spaces
                       if trans-acct-in = spaces
                          or trans-acct-in = vm-fleet-acct
                           move vm-fleet-acct to ws-post-acct
                       else
                           move "n" to ws-fleet-ok
                       end-if
                   end-if
           end-read.
           if ws-fleet-ok = "n"
               move "REFUND ACCOUNT NOT AS CHARGED"
                   to ws-reject-reason
               perform 325-write-reject-record
           end-if.

       307-check-plate-stock.
           move trans-plate-in to pi-plate.
           read plateinvfile
               invalid key
                   move "n" to ws-stock-ok
               not invalid key
                   evaluate true
                       when pi-in-stock
                           if pi-office not = trans-office-in
                               move "n" to ws-stock-ok
                           end-if
                       when pi-issued and trans-transfer
                           move trans-plate-in to vm-plate
                           read vehmaster
                               invalid key move "n" to ws-stock-ok
                           end-read
                       when other
                           move "n" to ws-stock-ok
                   end-evaluate
           end-read.
           if ws-stock-ok = "n"
               move "PLATE NOT IN STOCK AT OFFICE" to ws-reject-reason
               perform 325-write-reject-record
           end-if.

       308-check-fleet-account.
           if ws-fleet-open = "n"
               move "n" to ws-fleet-ok
               move "FLEET ACCOUNT NOT ON FILE" to ws-reject-reason
           else
               move ws-post-acct to fa-acct
               read fleetfile
                   invalid key
                       move "n" to ws-fleet-ok
                       move "FLEET ACCOUNT NOT ON FILE"
                           to ws-reject-reason
               end-read
           end-if.
           if ws-fleet-ok = "y" and not trans-refund
               evaluate true
                   when fa-closed
                       move "n" to ws-fleet-ok
                       move "FLEET ACCOUNT CLOSED" to ws-reject-reason
                   when fa-blocked
                       move "n" to ws-fleet-ok
                       move "FLEET ACCOUNT PAST DUE 90 DAYS"
                           to ws-reject-reason
                   when fa-credit-limit > 0
                    and fa-balance >= fa-credit-limit
                       move "n" to ws-fleet-ok
                       move "FLEET CREDIT LIMIT REACHED"
                           to ws-reject-reason
               end-evaluate
           end-if.
           if ws-fleet-ok = "n"
               perform 325-write-reject-record
           end-if.

       309-check-exemption.
           if ws-exempt-open = "y"
               move trans-plate-in to ec-plate
               read exemptfile
                   invalid key continue
                   not invalid key
                       evaluate true
                           when ec-exp-date < ws-run-date
                               move "n" to ws-exempt-ok
                           when ec-eff-date <= ws-run-date
                               move "y"     to ws-exempt-found
                               move ec-cert to ws-exempt-cert
                               move ec-type to ws-exempt-type
                               move ec-pct  to ws-exempt-pct
                       end-evaluate
               end-read
           end-if.
           if ws-exempt-ok = "n"
               move "EXEMPTION CERTIFICATE EXPIRED" to ws-reject-reason
               perform 325-write-reject-record
           end-if.

       315-check-duplicate.
           move trans-plate-in to vm-plate.
           read vehmaster
               write reject-out-rec from reject-line
           end-if.

       328-write-exemption-log.
           move ws-run-date     to xl-date.
           move ws-exempt-cert  to xl-cert.
           move trans-plate-in  to xl-plate.
           move ws-exempt-type  to xl-type.
           move ws-exempt-pct   to xl-pct.
           move trans-class-in  to xl-class.
           move trans-office-in to xl-office.
           compute xl-full = ws-fee-amt + ws-waived-amt.
           move ws-waived-amt   to xl-waived.
           move ws-fee-amt      to xl-net.
           write exemptlog-out-rec.

       329-apply-exemption.
           move 0 to ws-waived-amt.
           if ws-exempt-found = "y"
               compute ws-waived-amt rounded =
                   ws-base-fee * ws-exempt-pct / 100
               compute ws-deferred-amt rounded =
                   ws-deferred-amt * (100 - ws-exempt-pct) / 100
               subtract ws-waived-amt from ws-base-fee
           end-if.

       330-post-registration.
           if ws-first-detail = "y"
               move trans-office-in to ws-current-office
           end-if.
           perform 340-check-salvage.
           perform 332-compute-base-fee.
           move 0 to ws-deferred-amt.
           if not trans-refund
               perform 346-price-term
               perform 329-apply-exemption
           end-if.
           if ws-salvage-flag = "y"
               compute ws-fee-amt =
                   ws-base-fee + ws-surcharge-amt
           else
               move ws-base-fee to ws-fee-amt
           end-if.
           move 0 to ws-penalty-amt.
           move "n" to ws-reinstate-flag.
           if trans-renewal
               perform 342-assess-penalty
           end-if.
           if trans-refund
               move "n" to ws-refund-found
               move trans-plate-in to vm-plate
               read vehmaster
                   invalid key continue
                   not invalid key
                       move vm-fee-paid to ws-fee-amt
                       if vm-deferred is numeric
                           move vm-deferred to ws-deferred-amt
                       end-if
                       if vm-penalty-paid is numeric
                           move vm-penalty-paid to ws-penalty-amt
                           subtract ws-penalty-amt from ws-fee-amt
                       end-if
                       move "y" to ws-refund-found
               end-read
               compute ws-fee-amt = 0 - ws-fee-amt
               compute ws-deferred-amt = 0 - ws-deferred-amt
               compute ws-penalty-amt = 0 - ws-penalty-amt
           end-if.
           if ws-salvage-flag = "y" and not trans-refund
               add ws-surcharge-amt to ws-class-surch-fee
           move trans-weight-in to weight-out.
           move trans-desc-in   to desc-out.
           move ws-fee-amt      to fee-out.
           move ws-penalty-amt  to pen-out.
           if ws-exempt-found = "y"
               move 2 to ws-block-lines
           end-if.
           perform 450-print-headers-if-needed.
           move 1 to ws-block-lines.
           write output-rec from detail-line.
           add 1 to ws-line-count.
           if ws-exempt-found = "y"
               move ws-exempt-cert to ex-cert
               move ws-exempt-type to ex-type
               move ws-exempt-pct  to ex-pct
               compute ex-full = ws-fee-amt + ws-waived-amt
               move ws-waived-amt  to ex-waived
               move ws-fee-amt     to ex-net
               write output-rec from exempt-line
               add 1 to ws-line-count
               add ws-waived-amt to ws-class-waived
               add 1 to ws-exempt-count
           end-if.
           add 1 to ws-total-count.
           add 1 to ws-class-total-count.
           add 1 to ws-office-total-count.
           add ws-fee-amt to ws-total-fee.
           add ws-fee-amt to ws-class-total-fee.
           add ws-fee-amt to ws-office-total-fee.
           add ws-penalty-amt to ws-class-penalty.
           add ws-penalty-amt to ws-office-penalty.
           add ws-penalty-amt to ws-run-penalty-total.
           add ws-deferred-amt to ws-class-deferred.
           if ws-post-acct not = spaces
               compute ws-fleet-amt = ws-fee-amt + ws-penalty-amt
               add ws-fleet-amt to ws-class-receivable
               add 1 to ws-fleet-count
           end-if.
           perform 355-tally-run-history.
           if ws-trial-mode = "n"
               perform 341-write-post-journal
               if ws-exempt-found = "y"
                   perform 328-write-exemption-log
               end-if
               if trans-transfer
                   perform 337-post-transfer
               end-if
               perform 335-post-master
               if trans-new or trans-transfer
                   perform 333-mark-plate-issued
               end-if
               if ws-post-acct not = spaces
                   perform 331-post-fleet-charge
               end-if
           end-if.

       331-post-fleet-charge.
           move ws-post-acct    to lg-acct.
           move ws-run-date     to lg-date.
           if trans-refund
               move "R"         to lg-type
           else
               move "C"         to lg-type
           end-if.
           move trans-plate-in  to lg-plate.
           move trans-class-in  to lg-class.
           move trans-weight-in to lg-weight.
           move ws-fleet-amt    to lg-amount.
           move trans-office-in to lg-office.
           move spaces          to lg-cashier.
           move spaces          to lg-tender.
           write ledger-out-rec.
           move ws-post-acct to fa-acct.
           read fleetfile
               invalid key
                   display "WARNING: fleet account " ws-post-acct
                       " not found; balance not updated"
               not invalid key
                   add ws-fleet-amt to fa-balance
                   rewrite fa-rec
                       invalid key
                           display "WARNING: fleet account "
                               fa-acct " not rewritten, file status "
                               ws-fleet-status
                   end-rewrite
           end-read.

       332-compute-base-fee.
           move rt-reg-rate (t-idx) to ws-sel-rate.
           move "n" to ws-bkt-found.
               move rt-max-fee (t-idx) to ws-base-fee
           end-if.

       333-mark-plate-issued.
           move trans-plate-in to pi-plate.
           read plateinvfile
               invalid key continue
               not invalid key
                   if pi-in-stock
                       move "I"         to pi-status
                       move ws-run-date to pi-status-date
                       rewrite pi-rec
                           invalid key
                               display "WARNING: plate " pi-plate
                                   " not marked issued, file status "
                                   ws-inv-status
                       end-rewrite
                   end-if
           end-read.

       334-keep-mail-address.
           move spaces to ws-keep-address.
           if trans-renewal
               move trans-plate-in to vm-plate
               read vehmaster
                   invalid key continue
                   not invalid key
                       move vm-mail-address to ws-keep-address
               end-read
           end-if.

       335-post-master.
           if trans-refund
               if ws-post-acct = spaces
                   perform 336-write-refund-payable
               end-if
               move trans-plate-in to vm-plate
               delete vehmaster record
                   invalid key continue
               end-delete
           else
               perform 334-keep-mail-address
               if ws-reinstate-flag = "y"
                   perform 343-write-reinstatement
               end-if
               move trans-plate-in  to vm-plate
               move trans-name-in   to vm-owner-name
               move trans-class-in  to vm-class
               move trans-weight-in to vm-weight
               move trans-desc-in   to vm-desc
               compute vm-fee-paid = ws-fee-amt + ws-penalty-amt
               move ws-run-date     to vm-reg-date
               move ws-exp-date     to vm-exp-date
               move trans-office-in to vm-office
               move ws-keep-address to vm-mail-address
               move trans-acct-in   to vm-fleet-acct
               move ws-deferred-amt to vm-deferred
               move ws-penalty-amt  to vm-penalty-paid
               write vm-rec
                   invalid key rewrite vm-rec
               end-write
           end-if.

       336-write-refund-payable.
           move trans-plate-in to rf-plate.
           if ws-refund-found = "y"
               move vm-owner-name to rf-owner
               move vm-reg-date   to rf-reg-date
           else
               move trans-name-in to rf-owner
               move 0             to rf-reg-date
           end-if.
           compute rf-amount = 0 - ws-fee-amt - ws-penalty-amt.
           move trans-office-in to rf-office.
           move ws-run-date     to rf-refund-date.
           move "P"             to rf-status.
           move 0               to rf-check-number.
           move 0               to rf-disb-date.
           write refund-out-rec.

       337-post-transfer.
           move "n" to ws-prior-found.
           move trans-plate-in to vm-plate.
               move "n" to ws-salvage-flag
           end-if.

       341-write-post-journal.
           move ws-run-date     to pj-post-date.
           move trans-plate-in  to pj-plate.
           move trans-type-in   to pj-type.
           move trans-office-in to pj-office.
           move trans-name-in   to pj-name.
           move trans-class-in  to pj-class.
           move trans-weight-in to pj-weight.
           move trans-desc-in   to pj-desc.
           compute pj-fee = ws-fee-amt + ws-penalty-amt.
           move trans-plate-in  to vm-plate.
           read vehmaster
               invalid key
                   move "n"    to pj-prior-found
                   move spaces to pj-prior-owner
                   move spaces to pj-prior-class
                   move 0      to pj-prior-weight
                   move spaces to pj-prior-desc
                   move 0      to pj-prior-reg-date
                   move 0      to pj-prior-exp-date
                   move spaces to pj-prior-office
                   move 0      to pj-prior-fee
               not invalid key
                   move "y"           to pj-prior-found
                   move vm-owner-name to pj-prior-owner
                   move vm-class      to pj-prior-class
                   move vm-weight     to pj-prior-weight
                   move vm-desc       to pj-prior-desc
                   move vm-reg-date   to pj-prior-reg-date
                   move vm-exp-date   to pj-prior-exp-date
                   move vm-office     to pj-prior-office
                   move vm-fee-paid   to pj-prior-fee
           end-read.
           write journal-out-rec.

       342-assess-penalty.
           move trans-plate-in to vm-plate.
           read vehmaster
               invalid key continue
               not invalid key
                   if vm-exp-date is numeric
                      and vm-exp-date > 0
                      and vm-exp-date < ws-run-date
                       perform 344-compute-penalty
                   end-if
           end-read.

       343-write-reinstatement.
           move trans-plate-in  to rs-plate.
           move trans-name-in   to rs-owner.
           move trans-class-in  to rs-class.
           move trans-office-in to rs-office.
           move ws-old-exp-date to rs-exp-date.
           move ws-days-over    to rs-days-over.
           move ws-run-date     to rs-reinst-date.
           move ws-keep-address to rs-mail-address.
           write reinst-out-rec.

       344-compute-penalty.
           compute ws-run-int =
               function integer-of-date(ws-run-date).
           compute ws-exp-int =
               function integer-of-date(vm-exp-date).
           if ws-exp-int > 0
               compute ws-days-over = ws-run-int - ws-exp-int
               move vm-exp-date to ws-old-exp-date
               move 0 to ws-penalty-pct
               move 0 to ws-best-days
               perform varying p-idx from 1 by 1
                       until p-idx > ws-tier-count
                   if ws-days-over >= tr-days (p-idx)
                      and tr-days (p-idx) >= ws-best-days
                       move tr-days (p-idx) to ws-best-days
                       move tr-pct (p-idx)  to ws-penalty-pct
                   end-if
               end-perform
               compute ws-penalty-amt rounded =
                   (ws-fee-amt - ws-deferred-amt)
                   * ws-penalty-pct / 100
               if ws-days-over > ws-susp-cutoff
                   move "y" to ws-reinstate-flag
               end-if
           end-if.

       345-office-break.
           perform 350-class-break.
           perform 348-office-subtotal.
           move ws-max-lines-per-page to ws-line-count.

       346-price-term.
           move ws-base-fee to ws-annual-fee.
           if trans-term-two
               move 2 to ws-term-years
           else
               move 1 to ws-term-years
           end-if.
           move trans-plate-in to ws-stagger-plate.
           perform 347-find-stagger-month.
           move ws-run-date to ws-term-base.
           if trans-renewal
               move trans-plate-in to vm-plate
               read vehmaster
                   invalid key continue
                   not invalid key
                       if vm-exp-date is numeric
                          and vm-exp-date > 0
                           move vm-exp-date to ws-term-base
                       end-if
               end-read
           end-if.
           perform 349-compute-term-expiry.
           if ws-exp-date not > ws-run-date
               move ws-run-date to ws-term-base
               perform 349-compute-term-expiry
           end-if.
           compute ws-base-fee rounded =
               ws-annual-fee * ws-term-months / 12.
           compute ws-current-share rounded =
               ws-annual-fee * ws-first-months / 12.
           compute ws-deferred-amt = ws-base-fee - ws-current-share.

       347-find-stagger-month.
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

       348-office-subtotal.
           move ws-current-office      to osl-office.
           move ws-office-total-count  to osl-count.
           move ws-office-total-fee    to osl-fee.
           move ws-office-penalty      to osl-penalty.
           perform 450-print-headers-if-needed.
           write output-rec from office-subtotal-line.
           add 1 to ws-line-count.
           move 0 to ws-office-total-count.
           move 0 to ws-office-total-fee.
           move 0 to ws-office-penalty.

       349-compute-term-expiry.
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

       350-class-break.
           move ws-current-class     to sl-class.
           move ws-class-total-count to sl-count.
           move ws-class-total-fee   to sl-fee.
           move ws-class-penalty     to sl-penalty.
           move ws-current-office    to gl-office.
           move ws-current-class     to gl-class.
           move ws-class-total-count to gl-count.
           compute gl-fee = ws-class-total-fee + ws-class-penalty.
           move ws-class-surch-fee   to gl-surcharge.
           move ws-class-penalty     to gl-penalty.
           move ws-class-deferred    to gl-deferred.
           move ws-class-receivable  to gl-receivable.
           move ws-class-waived      to gl-waived.
           perform 450-print-headers-if-needed.
           write output-rec from subtotal-line.
           add 1 to ws-line-count.
           move 0 to ws-class-total-count.
           move 0 to ws-class-total-fee.
           move 0 to ws-class-surch-fee.
           move 0 to ws-class-penalty.
           move 0 to ws-class-deferred.
           move 0 to ws-class-receivable.
           move 0 to ws-class-waived.

       355-tally-run-history.
           move 0 to ws-hist-idx.
               set ho-idx to ws-hist-idx
               add 1 to ho-count (ho-idx)
               add ws-fee-amt to ho-fee (ho-idx)
               add ws-penalty-amt to ho-fee (ho-idx)
           end-if.
           move 0 to ws-hist-idx.
           perform varying hc-idx from 1 by 1
               set hc-idx to ws-hist-idx
               add 1 to hc-count (hc-idx)
               add ws-fee-amt to hc-fee (hc-idx)
               add ws-penalty-amt to hc-fee (hc-idx)
           end-if.

       375-checkpoint.
           move ws-dup-count          to restart-out-dup-count.
           move ws-run-surch-total    to restart-out-surch-total.
           move ws-reject-count       to restart-out-rej-count.
           move ws-class-penalty      to restart-out-class-pen.
           move ws-office-penalty     to restart-out-office-pen.
           move ws-run-penalty-total  to restart-out-pen-total.
           move ws-class-deferred     to restart-out-class-defer.
           move ws-class-receivable   to restart-out-class-recv.
           move ws-fleet-count        to restart-out-fleet-count.
           move ws-class-waived       to restart-out-class-waived.
           write restart-out-rec.

       400-header.
           write output-rec from blank-line.

       450-print-headers-if-needed.
           if ws-line-count + ws-block-lines > ws-max-lines-per-page
               add 1 to ws-page-num
               move 0 to ws-line-count
               perform 400-header
       500-trailer.
           move ws-total-count to tl-count.
           move ws-total-fee   to tl-fee.
           move ws-run-penalty-total to tl-penalty.
           write output-rec from trailer-line.

       520-write-run-history.
               move ws-business-date   to rn-business-date
               move ws-run-date        to rn-run-date
               move ws-total-count     to rn-total-count
               compute rn-total-fee =
                   ws-total-fee + ws-run-penalty-total
               move ws-run-surch-total to rn-surch-total
               move ws-reject-count    to rn-reject-count
               move ws-hist-office-count to rn-office-used
           end-if.


       800-check-cycle.
           open i-o cyclefile.
           if ws-cycle-status = "35"
               open output cyclefile
               close cyclefile
               open i-o cyclefile
           end-if.
           if ws-cycle-status not = "00"
               display "RUN STOPPED: cannot open cyclectl.dat,"
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
               display "RUN STOPPED: " ws-cycle-name (ws-cycle-step)
                   " already completed for " ws-cycle-date
               move "n" to ws-cycle-ok
           end-if.
           perform varying ws-cycle-sub from 1 by 1
                   until ws-cycle-sub > 8
               if ws-cycle-prereq (ws-cycle-sub) = "y"
                  and not cs-complete (ws-cycle-sub)
                   display "RUN STOPPED: prerequisite "
                       ws-cycle-name (ws-cycle-sub)
                       " not complete for " ws-cycle-date
                   move "n" to ws-cycle-ok
               end-if
           end-perform.
           if ws-cycle-ok = "n"
               close cyclefile
               display "RUN STOPPED: run refused by cycle control"
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
                   display "RUN STOPPED: cannot update cyclectl.dat,"
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
                   display "RUN STOPPED: cannot add cycle day "
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

       end program Program1.
