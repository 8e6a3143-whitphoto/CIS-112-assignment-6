       identification division.
       program-id. FraudRef.

       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select journalfile assign to "postjournal.txt"
                  organization is line sequential
                  file status is ws-journal-status.
           select journal-sort-file assign to "anomwork.tmp".
           select sortedjournal assign to "anomsort.txt"
                  organization is line sequential.
           select histfile assign to "platehist.txt"
                  organization is line sequential
                  file status is ws-hist-status.
           select tablefile assign to "tablefile.txt"
                  organization is line sequential
                  file status is ws-table-status.
           select paramfile assign to "runparams.txt"
                  organization is line sequential
                  file status is ws-param-status.
           select ruleparmfile assign to "anomparams.txt"
                  organization is line sequential
                  file status is ws-ruleparm-status.
           select watchfile assign to "anomwatch.dat"
                  organization is indexed
                  access is random
                  record key is aw-plate
                  file status is ws-watch-status.
           select referfile assign to "anomrefer.txt"
                  organization is line sequential.

       data division.
       File Section.

       FD journalfile.
       01 journal-rec-in.
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

       SD journal-sort-file.
       01 jw-rec.
           05 jw-post-date     pic 9(8).
           05 jw-plate         pic x(10).
           05 jw-type          pic x.
           05 jw-office        pic xx.
           05 filler           pic x(119).

       FD sortedjournal.
       01 sj-rec.
           05 sj-post-date     pic 9(8).
           05 sj-plate         pic x(10).
           05 sj-type          pic x.
               88 sj-renewal       value "R".
               88 sj-transfer      value "T".
               88 sj-refund        value "F".
           05 sj-office        pic xx.
           05 sj-name          pic x(20).
           05 sj-class         pic xx.
           05 sj-weight        pic 9(5).
           05 sj-desc          pic x(13).
           05 sj-fee           pic s9(7)v99
                                   sign is trailing separate.
           05 sj-prior-found   pic x.
           05 sj-prior-owner   pic x(20).
           05 sj-prior-class   pic xx.
           05 sj-prior-weight  pic 9(5).
           05 sj-prior-desc    pic x(13).
           05 sj-prior-reg-date pic 9(8).
           05 sj-prior-exp-date pic 9(8).
           05 sj-prior-office  pic xx.
           05 sj-prior-fee     pic s9(7)v99
                                   sign is trailing separate.

       FD histfile.
       01 hist-rec-in.
           05 ph-plate         pic x(10).
           05 ph-xfer-date     pic 9(8).
           05 ph-old-owner     pic x(20).
           05 ph-old-class     pic xx.
           05 ph-old-weight    pic 9(5).
           05 ph-old-desc      pic x(13).
           05 ph-old-reg-date  pic 9(8).
           05 ph-old-exp-date  pic 9(8).
           05 ph-old-office    pic xx.
           05 ph-new-owner     pic x(20).

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

       FD paramfile.
       01 param-rec-in.
           05 par-max-weight   pic 9(5).
           05 par-surcharge    pic 99v99.
           05 par-ckpt-intvl   pic 9(3).
           05 par-max-lines    pic 9(3).
           05 par-as-of-date   pic 9(8).
           05 par-trial-mode   pic x.

       FD ruleparmfile.
       01 ruleparm-rec-in.
           05 ap-rule          pic xx.
           05 ap-active        pic x.
           05 ap-threshold     pic 9(5).
           05 ap-days          pic 9(3).
           05 ap-score         pic 9(3).

       FD watchfile.
       01 aw-rec.
           05 aw-plate         pic x(10).
           05 aw-office        pic xx.
           05 aw-first-date    pic 9(8).
           05 aw-last-date     pic 9(8).
           05 aw-referrals     pic 9(3).
           05 aw-last-score    pic 9(4).
           05 aw-last-rules    pic x(12).

       FD referfile.
       01 refer-out-rec        pic x(100).

       working-storage section.

       01 blank-line       pic x(100) value spaces.

       01 ws-run-date      pic 9(8).
       01 ws-run-int       pic 9(7) value 0.
       01 ws-journal-status pic xx.
       01 ws-hist-status   pic xx.
       01 ws-table-status  pic xx.
       01 ws-param-status  pic xx.
       01 ws-ruleparm-status pic xx.
       01 ws-watch-status  pic xx.

       01 more-journal-recs pic xxx value "yes".
       01 more-hist-recs   pic xxx value "yes".
       01 more-table-recs  pic xxx value "yes".
       01 more-rule-recs   pic xxx value "yes".
       01 eof              pic x value "n".

       01 ws-rule-defaults.
           05 filler pic x(14) value "WDY00020000030".
           05 filler pic x(24) value "WEIGHT DROP AT RENEWAL".
           05 filler pic x(14) value "CDY00000000025".
           05 filler pic x(24) value "CLASS DOWNGRADE".
           05 filler pic x(14) value "MTY00003365020".
           05 filler pic x(24) value "REPEATED TRANSFERS".
           05 filler pic x(14) value "RSY00000030020".
           05 filler pic x(24) value "REFUND SOON AFTER REG".
           05 filler pic x(14) value "SDY00000000040".
           05 filler pic x(24) value "SALVAGE/REBUILT DROPPED".
           05 filler pic x(14) value "WLY00000000025".
           05 filler pic x(24) value "REPEAT OFFENDER ON WATCH".
           05 filler pic x(14) value "RTY00030000000".
           05 filler pic x(24) value "REFERRAL THRESHOLD".
       01 ws-rule-table redefines ws-rule-defaults.
           05 ws-rule occurs 7 times.
               10 rl-code      pic xx.
               10 rl-active    pic x.
               10 rl-threshold pic 9(5).
               10 rl-days      pic 9(3).
               10 rl-score     pic 9(3).
               10 rl-desc      pic x(24).
       01 ws-rule-hit-table.
           05 rl-hits          pic 9(5) occurs 7 times.
       01 ws-rule-sub      pic 9 value 0.
       01 ws-rule-found    pic x value "n".

       01 ws-hit-max       pic 9 value 6.
       01 ws-hit-count     pic 9 value 0.
       01 ws-hit-table.
           05 ws-hit occurs 6 times.
               10 ht-rule      pic 9.
               10 ht-prior     pic x(20).
               10 ht-current   pic x(20).
               10 ht-score     pic 9(3).
       01 ws-hit-sub       pic 9 value 0.
       01 ws-new-rule      pic 9 value 0.
       01 ws-hit-prior     pic x(20).
       01 ws-hit-current   pic x(20).
       01 ws-plate-score   pic 9(4) value 0.
       01 ws-on-watch      pic x value "n".
       01 ws-rule-list     pic x(12).

       01 ws-xfer-max      pic 9(5) value 5000.
       01 ws-xfer-count    pic 9(5) value 0.
       01 ws-xfer-full     pic x value "n".
       01 ws-xfer-table.
           05 ws-xfer-entry occurs 1 to 5000 times
              depending on ws-xfer-count indexed by x-idx.
               10 xt-plate     pic x(10).
               10 xt-date      pic 9(8).
       01 ws-xfer-from-int pic 9(7) value 0.
       01 ws-xfer-hits     pic 9(5) value 0.

       01 ws-class-max     pic 9(3) value 50.
       01 ws-class-count   pic 9(3) value 0.
       01 ws-class-table.
           05 ws-class-entry occurs 1 to 50 times
              depending on ws-class-count indexed by c-idx.
               10 cr-class     pic xx.
               10 cr-rate      pic 9v99.
               10 cr-eff-date  pic 9(8).
       01 ws-class-found   pic x value "n".
       01 ws-find-class    pic xx.
       01 ws-found-rate    pic 9v99 value 0.
       01 ws-old-rate      pic 9v99 value 0.
       01 ws-new-rate      pic 9v99 value 0.

       01 ws-drop-pct      pic 9(3) value 0.
       01 ws-days-since    pic s9(7) value 0.
       01 ws-old-tally     pic 9(3) value 0.
       01 ws-new-tally     pic 9(3) value 0.

       01 ws-edit-weight   pic zz,zz9.
       01 ws-edit-weight2  pic zz,zz9.
       01 ws-edit-pct      pic zz9.
       01 ws-edit-rate     pic 9.99.
       01 ws-edit-count    pic zz9.
       01 ws-edit-days     pic zz9.

       01 ws-first-detail  pic x value "y".
       01 ws-current-office pic xx value spaces.
       01 ws-office-refers pic 9(5) value 0.
       01 ws-screened      pic 9(5) value 0.
       01 ws-referred      pic 9(5) value 0.
       01 ws-repeat-count  pic 9(5) value 0.
       01 ws-line-count    pic 9(3) value 0.
       01 ws-max-lines     pic 9(3) value 55.
       01 ws-page-num      pic 9(3) value 0.

       01 refer-header-1.
           05 filler       pic x(22) value spaces.
           05 filler       pic x(41)
               value "REGISTRATION ANOMALY REFERRAL REPORT FOR ".
           05 rh-run-date  pic 9(8).
           05 filler       pic x(18) value spaces.
           05 filler       pic x(5)  value "PAGE ".
           05 rh-page      pic zz9.
           05 filler       pic x(3)  value spaces.

       01 refer-header-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(10) value "PLATE".
           05 filler       pic x(1)  value space.
           05 filler       pic x(1)  value "T".
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(2)  value "RL".
           05 filler       pic x(1)  value space.
           05 filler       pic x(24) value "DESCRIPTION".
           05 filler       pic x(1)  value space.
           05 filler       pic x(20) value "PRIOR VALUE".
           05 filler       pic x(1)  value space.
           05 filler       pic x(20) value "CURRENT VALUE".
           05 filler       pic x(1)  value space.
           05 filler       pic x(3)  value "PTS".
           05 filler       pic x(12) value spaces.

       01 refer-office-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(8)  value "OFFICE: ".
           05 ro-office    pic xx.
           05 filler       pic x(89) value spaces.

       01 refer-detail.
           05 filler       pic x(1)  value space.
           05 rd-plate     pic x(10).
           05 filler       pic x(1)  value space.
           05 rd-type      pic x.
           05 filler       pic x(2)  value spaces.
           05 rd-rule      pic xx.
           05 filler       pic x(1)  value space.
           05 rd-desc      pic x(24).
           05 filler       pic x(1)  value space.
           05 rd-prior     pic x(20).
           05 filler       pic x(1)  value space.
           05 rd-current   pic x(20).
           05 filler       pic x(1)  value space.
           05 rd-score     pic zz9.
           05 filler       pic x(12) value spaces.

       01 refer-plate-total.
           05 filler       pic x(17) value spaces.
           05 filler       pic x(12) value "PLATE SCORE ".
           05 rp-score     pic zzz9.
           05 filler       pic x(2)  value spaces.
           05 rp-repeat    pic x(15).
           05 filler       pic x(50) value spaces.

       01 refer-office-total.
           05 filler       pic x(1)  value space.
           05 filler       pic x(7)  value "OFFICE ".
           05 rot-office   pic xx.
           05 filler       pic x(18) value " PLATES REFERRED: ".
           05 rot-count    pic zzzz9.
           05 filler       pic x(67) value spaces.

       01 refer-none-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(35)
               value "NO POSTINGS MET THE REFERRAL SCORE.".
           05 filler       pic x(64) value spaces.

       01 trailer-count-line.
           05 filler       pic x(1)  value space.
           05 tc-label     pic x(30).
           05 tc-count     pic zzzz9.
           05 filler       pic x(64) value spaces.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           perform 150-read-params.
           compute ws-run-int =
               function integer-of-date(ws-run-date).
           perform 160-load-rules.
           perform 200-load-class-rates.
           perform 210-load-transfers.
           open i-o watchfile.
           if ws-watch-status = "35"
               open output watchfile
               close watchfile
               open i-o watchfile
           end-if.
           if ws-watch-status not = "00"
               display "FRAUDREF: cannot open anomwatch.dat,"
               display "file status " ws-watch-status
               move 16 to return-code
               stop run
           end-if.
           perform 220-sort-journal.
           open input sortedjournal.
           open output referfile.
           move ws-max-lines to ws-line-count.

           perform until eof = "y"
           read sortedjournal
           at end move "y" to eof
           not at end perform 300-screen-posting
           end-read
           end-perform.

           if ws-first-detail = "n"
               perform 460-office-total
           end-if.
           perform 500-trailer.
           close sortedjournal, referfile, watchfile.
           display "ANOMALY SCREENING COMPLETE".
           display "POSTINGS SCREENED: " ws-screened.
           display "PLATES REFERRED:   " ws-referred.
           display "REPEAT OFFENDERS:  " ws-repeat-count.
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

       160-load-rules.
           open input ruleparmfile.
           if ws-ruleparm-status not = "00"
               display "ANOMALY RULES NOT FOUND; DEFAULTS IN EFFECT"
           else
               perform until more-rule-recs = "no"
               read ruleparmfile
               at end move "no" to more-rule-recs
               not at end perform 165-apply-rule
               end-read
               end-perform
               close ruleparmfile
           end-if.
           perform varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > 7
               move 0 to rl-hits (ws-rule-sub)
           end-perform.

       165-apply-rule.
           move "n" to ws-rule-found.
           perform varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > 7
               if rl-code (ws-rule-sub) = ap-rule
                   move "y" to ws-rule-found
                   if ap-active = "Y" or ap-active = "N"
                       move ap-active to rl-active (ws-rule-sub)
                   end-if
                   if ap-threshold is numeric
                       move ap-threshold to rl-threshold (ws-rule-sub)
                   end-if
                   if ap-days is numeric
                       move ap-days to rl-days (ws-rule-sub)
                   end-if
                   if ap-score is numeric
                       move ap-score to rl-score (ws-rule-sub)
                   end-if
               end-if
           end-perform.
           if ws-rule-found = "n"
               display "WARNING: unknown anomaly rule " ap-rule
                   " in anomparams.txt ignored"
           end-if.

       200-load-class-rates.
           open input tablefile.
           if ws-table-status not = "00"
               display "WARNING: cannot open tablefile.txt, file"
                   " status " ws-table-status "; class downgrade"
                   " rule not applied"
               move "N" to rl-active (2)
           else
               perform until more-table-recs = "no"
               read tablefile
               at end move "no" to more-table-recs
               not at end
                   if reg-eff-date-in is numeric
                      and reg-rate-in is numeric
                      and reg-eff-date-in <= ws-run-date
                       perform 205-keep-class-rate
                   end-if
               end-read
               end-perform
               close tablefile
           end-if.

       205-keep-class-rate.
           move reg-class-in to ws-find-class.
           perform 250-find-class.
           if ws-class-found = "n"
               if ws-class-count >= ws-class-max
                   display "WARNING: class rate table is full; class "
                       reg-class-in " skipped"
               else
                   add 1 to ws-class-count
                   set c-idx to ws-class-count
                   move reg-class-in    to cr-class (c-idx)
                   move reg-rate-in     to cr-rate (c-idx)
                   move reg-eff-date-in to cr-eff-date (c-idx)
               end-if
           else
               if reg-eff-date-in > cr-eff-date (c-idx)
                   move reg-rate-in     to cr-rate (c-idx)
                   move reg-eff-date-in to cr-eff-date (c-idx)
               end-if
           end-if.

       210-load-transfers.
           compute ws-xfer-from-int = ws-run-int - rl-days (3).
           open input histfile.
           if ws-hist-status = "00"
               perform until more-hist-recs = "no"
               read histfile
               at end move "no" to more-hist-recs
               not at end
                   if ph-xfer-date is numeric
                      and ph-xfer-date > 19000000
                      and ph-xfer-date <= ws-run-date
                       if function integer-of-date(ph-xfer-date)
                           >= ws-xfer-from-int
                           perform 215-keep-transfer
                       end-if
                   end-if
               end-read
               end-perform
               close histfile
           end-if.

       215-keep-transfer.
           if ws-xfer-count >= ws-xfer-max
               if ws-xfer-full = "n"
                   display "WARNING: transfer history table is full;"
                   display "older transfers not counted"
                   move "y" to ws-xfer-full
               end-if
           else
               add 1 to ws-xfer-count
               set x-idx to ws-xfer-count
               move ph-plate     to xt-plate (x-idx)
               move ph-xfer-date to xt-date (x-idx)
           end-if.

       220-sort-journal.
           sort journal-sort-file
               on ascending key jw-office jw-plate jw-type
               input procedure 230-release-postings
               giving sortedjournal.

       230-release-postings.
           open input journalfile.
           if ws-journal-status not = "00"
               display "FRAUDREF: cannot open postjournal.txt,"
               display "file status " ws-journal-status
               move 16 to return-code
               stop run
           end-if.
           perform until more-journal-recs = "no"
           read journalfile
           at end move "no" to more-journal-recs
           not at end
               if pj-post-date = ws-run-date
                   move journal-rec-in to jw-rec
                   release jw-rec
               end-if
           end-read
           end-perform.
           close journalfile.

       250-find-class.
           move "n" to ws-class-found.
           move 0 to ws-found-rate.
           perform varying c-idx from 1 by 1
                   until c-idx > ws-class-count
                      or ws-class-found = "y"
               if cr-class (c-idx) = ws-find-class
                   move "y" to ws-class-found
                   move cr-rate (c-idx) to ws-found-rate
               end-if
           end-perform.
           if ws-class-found = "y"
               set c-idx down by 1
           end-if.

       300-screen-posting.
           add 1 to ws-screened.
           move 0 to ws-hit-count.
           move 0 to ws-plate-score.
           move "n" to ws-on-watch.
           evaluate true
               when sj-renewal
                   perform 310-check-weight-drop
                   perform 320-check-class-downgrade
                   perform 350-check-salvage-drop
               when sj-transfer
                   perform 330-check-transfers
                   perform 350-check-salvage-drop
               when sj-refund
                   perform 340-check-refund
           end-evaluate.
           if ws-hit-count > 0
               perform 360-check-watch
           end-if.
           if ws-hit-count > 0
              and ws-plate-score >= rl-threshold (7)
               perform 370-refer-plate
           end-if.

       310-check-weight-drop.
           if rl-active (1) = "Y"
              and sj-prior-found = "y"
              and sj-prior-weight > 0
              and sj-weight < sj-prior-weight
               compute ws-drop-pct =
                   (sj-prior-weight - sj-weight) * 100
                   / sj-prior-weight
               if ws-drop-pct >= rl-threshold (1)
                   move sj-prior-weight to ws-edit-weight
                   move sj-weight to ws-edit-weight2
                   move ws-drop-pct to ws-edit-pct
                   move spaces to ws-hit-prior
                   move spaces to ws-hit-current
                   string "WEIGHT " ws-edit-weight
                       delimited by size into ws-hit-prior
                   string "WEIGHT " ws-edit-weight2 " -" ws-edit-pct
                       "%" delimited by size into ws-hit-current
                   move 1 to ws-new-rule
                   perform 380-add-hit
               end-if
           end-if.

       320-check-class-downgrade.
           if rl-active (2) = "Y"
              and sj-prior-found = "y"
              and sj-class not = sj-prior-class
               move sj-prior-class to ws-find-class
               perform 250-find-class
               if ws-class-found = "y"
                   move ws-found-rate to ws-old-rate
                   move sj-class to ws-find-class
                   perform 250-find-class
                   if ws-class-found = "y"
                       move ws-found-rate to ws-new-rate
                       if ws-new-rate < ws-old-rate
                           perform 325-class-hit
                       end-if
                   end-if
               end-if
           end-if.

       325-class-hit.
           move spaces to ws-hit-prior.
           move spaces to ws-hit-current.
           move ws-old-rate to ws-edit-rate.
           string "CLASS " sj-prior-class " RATE " ws-edit-rate
               delimited by size into ws-hit-prior.
           move ws-new-rate to ws-edit-rate.
           string "CLASS " sj-class " RATE " ws-edit-rate
               delimited by size into ws-hit-current.
           move 2 to ws-new-rule.
           perform 380-add-hit.

       330-check-transfers.
           if rl-active (3) = "Y"
               move 0 to ws-xfer-hits
               perform varying x-idx from 1 by 1
                       until x-idx > ws-xfer-count
                   if xt-plate (x-idx) = sj-plate
                       add 1 to ws-xfer-hits
                   end-if
               end-perform
               if ws-xfer-hits >= rl-threshold (3)
                   move spaces to ws-hit-current
                   move ws-xfer-hits to ws-edit-count
                   move rl-days (3) to ws-edit-days
                   string ws-edit-count " XFERS/" ws-edit-days " DAYS"
                       delimited by size into ws-hit-current
                   move sj-prior-owner to ws-hit-prior
                   move 3 to ws-new-rule
                   perform 380-add-hit
               end-if
           end-if.

       340-check-refund.
           if rl-active (4) = "Y"
              and sj-prior-found = "y"
              and sj-prior-reg-date is numeric
              and sj-prior-reg-date > 19000000
              and sj-prior-reg-date <= ws-run-date
               compute ws-days-since = ws-run-int -
                   function integer-of-date(sj-prior-reg-date)
               if ws-days-since <= rl-days (4)
                   move spaces to ws-hit-prior
                   move spaces to ws-hit-current
                   string "REG " sj-prior-reg-date
                       delimited by size into ws-hit-prior
                   move ws-days-since to ws-edit-days
                   string "REFUND DAY " ws-edit-days
                       delimited by size into ws-hit-current
                   move 4 to ws-new-rule
                   perform 380-add-hit
               end-if
           end-if.

       350-check-salvage-drop.
           if rl-active (5) = "Y"
              and sj-prior-found = "y"
               move 0 to ws-old-tally
               move 0 to ws-new-tally
               inspect sj-prior-desc
                   tallying ws-old-tally for all "SALVAGE"
               inspect sj-prior-desc
                   tallying ws-old-tally for all "REBUILT"
               inspect sj-desc
                   tallying ws-new-tally for all "SALVAGE"
               inspect sj-desc
                   tallying ws-new-tally for all "REBUILT"
               if ws-old-tally > 0 and ws-new-tally = 0
                   move sj-prior-desc to ws-hit-prior
                   move sj-desc to ws-hit-current
                   move 5 to ws-new-rule
                   perform 380-add-hit
               end-if
           end-if.

       360-check-watch.
           if rl-active (6) = "Y"
               move sj-plate to aw-plate
               read watchfile
                   invalid key continue
                   not invalid key
                       if aw-last-date < ws-run-date
                           move "y" to ws-on-watch
                           perform 365-watch-hit
                       end-if
               end-read
           end-if.

       365-watch-hit.
           move spaces to ws-hit-prior.
           move spaces to ws-hit-current.
           move aw-referrals to ws-edit-count.
           string "REFERRED " ws-edit-count " TIMES"
               delimited by size into ws-hit-prior.
           string "LAST " aw-last-date
               delimited by size into ws-hit-current.
           move 6 to ws-new-rule.
           perform 380-add-hit.

       370-refer-plate.
           if ws-first-detail = "y"
               move "n" to ws-first-detail
               move sj-office to ws-current-office
               perform 450-office-header
           else
               if sj-office not = ws-current-office
                   perform 460-office-total
                   move sj-office to ws-current-office
                   perform 450-office-header
               end-if
           end-if.
           perform varying ws-hit-sub from 1 by 1
                   until ws-hit-sub > ws-hit-count
               perform 440-print-headers-if-needed
               if ws-hit-sub = 1
                   move sj-plate to rd-plate
                   move sj-type  to rd-type
               else
                   move spaces to rd-plate
                   move spaces to rd-type
               end-if
               move ht-rule (ws-hit-sub) to ws-rule-sub
               move rl-code (ws-rule-sub)    to rd-rule
               move rl-desc (ws-rule-sub)    to rd-desc
               move ht-prior (ws-hit-sub)    to rd-prior
               move ht-current (ws-hit-sub)  to rd-current
               move ht-score (ws-hit-sub)    to rd-score
               write refer-out-rec from refer-detail
               add 1 to ws-line-count
               add 1 to rl-hits (ws-rule-sub)
           end-perform.
           move ws-plate-score to rp-score.
           if ws-on-watch = "y"
               move "REPEAT OFFENDER" to rp-repeat
               add 1 to ws-repeat-count
           else
               move spaces to rp-repeat
           end-if.
           write refer-out-rec from refer-plate-total.
           write refer-out-rec from blank-line.
           add 2 to ws-line-count.
           add 1 to ws-referred.
           add 1 to ws-office-refers.
           perform 390-update-watch.

       380-add-hit.
           if ws-hit-count < ws-hit-max
               add 1 to ws-hit-count
               move ws-new-rule to ht-rule (ws-hit-count)
               move ws-hit-prior to ht-prior (ws-hit-count)
               move ws-hit-current to ht-current (ws-hit-count)
               move rl-score (ws-new-rule) to ht-score (ws-hit-count)
               add rl-score (ws-new-rule) to ws-plate-score
           end-if.

       390-update-watch.
           move spaces to ws-rule-list.
           perform varying ws-hit-sub from 1 by 1
                   until ws-hit-sub > ws-hit-count
               move ht-rule (ws-hit-sub) to ws-rule-sub
               move rl-code (ws-rule-sub)
                   to ws-rule-list (ws-hit-sub * 2 - 1:2)
           end-perform.
           move sj-plate to aw-plate.
           read watchfile
               invalid key
                   move sj-office      to aw-office
                   move ws-run-date    to aw-first-date
                   move ws-run-date    to aw-last-date
                   move 1              to aw-referrals
                   move ws-plate-score to aw-last-score
                   move ws-rule-list   to aw-last-rules
                   write aw-rec
                       invalid key
                           display "WARNING: plate " sj-plate
                               " not added to anomwatch.dat, file"
                               " status " ws-watch-status
                   end-write
               not invalid key
                   if aw-last-date not = ws-run-date
                       add 1 to aw-referrals
                   end-if
                   move sj-office      to aw-office
                   move ws-run-date    to aw-last-date
                   move ws-plate-score to aw-last-score
                   move ws-rule-list   to aw-last-rules
                   rewrite aw-rec
                       invalid key
                           display "WARNING: plate " sj-plate
                               " not updated on anomwatch.dat, file"
                               " status " ws-watch-status
                   end-rewrite
           end-read.

       400-header.
           add 1 to ws-page-num.
           move ws-run-date to rh-run-date.
           move ws-page-num to rh-page.
           write refer-out-rec from refer-header-1.
           write refer-out-rec from blank-line.
           write refer-out-rec from refer-header-2.
           write refer-out-rec from blank-line.
           move 4 to ws-line-count.

       440-print-headers-if-needed.
           if ws-line-count >= ws-max-lines
               perform 400-header
               move ws-current-office to ro-office
               write refer-out-rec from refer-office-line
               add 1 to ws-line-count
           end-if.

       450-office-header.
           if ws-line-count + 4 >= ws-max-lines
               perform 400-header
           end-if.
           move ws-current-office to ro-office.
           write refer-out-rec from refer-office-line.
           add 1 to ws-line-count.
           move 0 to ws-office-refers.

       460-office-total.
           move ws-current-office to rot-office.
           move ws-office-refers to rot-count.
           write refer-out-rec from refer-office-total.
           write refer-out-rec from blank-line.
           add 2 to ws-line-count.

       500-trailer.
           if ws-page-num = 0
               perform 400-header
           end-if.
           if ws-referred = 0
               write refer-out-rec from refer-none-line
               write refer-out-rec from blank-line
           end-if.
           move "POSTINGS SCREENED" to tc-label.
           move ws-screened to tc-count.
           write refer-out-rec from trailer-count-line.
           move "PLATES REFERRED" to tc-label.
           move ws-referred to tc-count.
           write refer-out-rec from trailer-count-line.
           move "REPEAT OFFENDERS" to tc-label.
           move ws-repeat-count to tc-count.
           write refer-out-rec from trailer-count-line.
           write refer-out-rec from blank-line.
           perform varying ws-rule-sub from 1 by 1
                   until ws-rule-sub > 6
               move spaces to tc-label
               string rl-code (ws-rule-sub) " " rl-desc (ws-rule-sub)
                   delimited by size into tc-label
               move rl-hits (ws-rule-sub) to tc-count
               write refer-out-rec from trailer-count-line
           end-perform.

       end program FraudRef.
