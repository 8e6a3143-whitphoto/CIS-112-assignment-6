       identification division.
       program-id. ExemptRpt.

       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select exemptfile assign to "exemptcert.dat"
                  organization is indexed
                  access is random
                  record key is ec-plate
                  file status is ws-exempt-status.
           select maintfile assign to "exemptmaint.txt"
                  organization is line sequential
                  file status is ws-maint-status.
           select paramfile assign to "runparams.txt"
                  organization is line sequential
                  file status is ws-param-status.
           select exemptlogfile assign to "exemptlog.txt"
                  organization is line sequential
                  file status is ws-exemptlog-status.
           select exempt-sort-file assign to "exemptwork.tmp".
           select sortedexempt assign to "exemptsort.txt"
                  organization is line sequential.
           select foregonefile assign to "foregone.txt"
                  organization is line sequential.

       data division.
       File Section.

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

       FD maintfile.
       01 maint-rec-in.
           05 em-action        pic x.
               88 em-add          value "A".
               88 em-change       value "C".
               88 em-delete       value "D".
           05 em-plate         pic x(10).
           05 em-cert          pic x(8).
           05 em-type          pic xx.
               88 em-type-ok      values "GV" "DV" "NP".
           05 em-pct           pic 9(3).
           05 em-eff-date      pic 9(8).
           05 em-exp-date      pic 9(8).

       FD paramfile.
       01 param-rec-in.
           05 par-max-weight   pic 9(5).
           05 par-surcharge    pic 99v99.
           05 par-ckpt-intvl   pic 9(3).
           05 par-max-lines    pic 9(3).
           05 par-as-of-date   pic 9(8).
           05 par-trial-mode   pic x.

       FD exemptlogfile.
       01 exemptlog-rec-in.
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

       SD exempt-sort-file.
       01 xw-rec.
           05 xw-date          pic 9(8).
           05 xw-cert          pic x(8).
           05 xw-plate         pic x(10).
           05 xw-type          pic xx.
           05 xw-pct           pic 9(3).
           05 xw-class         pic xx.
           05 xw-office        pic xx.
           05 filler           pic x(30).

       FD sortedexempt.
       01 sx-rec.
           05 sx-date          pic 9(8).
           05 sx-cert          pic x(8).
           05 sx-plate         pic x(10).
           05 sx-type          pic xx.
           05 sx-pct           pic 9(3).
           05 sx-class         pic xx.
           05 sx-office        pic xx.
           05 sx-full          pic s9(7)v99
                                   sign is trailing separate.
           05 sx-waived        pic s9(7)v99
                                   sign is trailing separate.
           05 sx-net           pic s9(7)v99
                                   sign is trailing separate.

       FD foregonefile.
       01 foregone-out-rec     pic x(80).

       working-storage section.

       01 blank-line       pic x(80) value spaces.

       01 ws-run-date      pic 9(8).
       01 ws-report-period pic 9(6) value 0.
       01 ws-exempt-status pic xx.
       01 ws-maint-status  pic xx.
       01 ws-param-status  pic xx.
       01 ws-exemptlog-status pic xx.

       01 more-maint-recs  pic xxx value "yes".
       01 more-log-recs    pic xxx value "yes".
       01 eof              pic x value "n".

       01 ws-maint-count   pic 9(5) value 0.
       01 ws-maint-bad     pic 9(5) value 0.
       01 ws-maint-ok      pic x value "y".
       01 ws-log-count     pic 9(5) value 0.

       01 ws-first-detail  pic x value "y".
       01 ws-cur-type      pic xx value spaces.
       01 ws-cur-class     pic xx value spaces.
       01 ws-cur-office    pic xx value spaces.

       01 ws-office-count  pic 9(5) value 0.
       01 ws-office-full   pic s9(9)v99 value 0.
       01 ws-office-waived pic s9(9)v99 value 0.
       01 ws-office-net    pic s9(9)v99 value 0.
       01 ws-class-count   pic 9(5) value 0.
       01 ws-class-full    pic s9(9)v99 value 0.
       01 ws-class-waived  pic s9(9)v99 value 0.
       01 ws-class-net     pic s9(9)v99 value 0.
       01 ws-type-count    pic 9(5) value 0.
       01 ws-type-full     pic s9(9)v99 value 0.
       01 ws-type-waived   pic s9(9)v99 value 0.
       01 ws-type-net      pic s9(9)v99 value 0.
       01 ws-grand-count   pic 9(5) value 0.
       01 ws-grand-full    pic s9(9)v99 value 0.
       01 ws-grand-waived  pic s9(9)v99 value 0.
       01 ws-grand-net     pic s9(9)v99 value 0.

       01 ws-line-count    pic 9(3) value 0.
       01 ws-max-lines     pic 9(3) value 55.
       01 ws-block-lines   pic 9(3) value 1.
       01 ws-page-num      pic 9(3) value 0.

       01 fg-header-1.
           05 filler       pic x(12) value spaces.
           05 filler       pic x(39)
               value "FOREGONE REVENUE BY EXEMPTION TYPE FOR ".
           05 fh-period    pic 9(6).
           05 filler       pic x(12) value spaces.
           05 filler       pic x(5)  value "PAGE ".
           05 fh-page      pic zz9.
           05 filler       pic x(3)  value spaces.

       01 fg-header-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(20) value "TYPE".
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(2)  value "CL".
           05 filler       pic x(3)  value spaces.
           05 filler       pic x(2)  value "OF".
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(6)  value " COUNT".
           05 filler       pic x(1)  value space.
           05 filler       pic x(13) value "     FULL FEE".
           05 filler       pic x(1)  value space.
           05 filler       pic x(13) value "       WAIVED".
           05 filler       pic x(1)  value space.
           05 filler       pic x(13) value "  NET CHARGED".

       01 fg-detail.
           05 filler       pic x(1)  value space.
           05 fd-type      pic xx.
           05 filler       pic x(1)  value space.
           05 fd-desc      pic x(17).
           05 filler       pic x(2)  value spaces.
           05 fd-class     pic xx.
           05 filler       pic x(3)  value spaces.
           05 fd-office    pic xx.
           05 filler       pic x(2)  value spaces.
           05 fd-count     pic zz,zz9.
           05 filler       pic x(1)  value space.
           05 fd-full      pic $z,zzz,zz9.99.
           05 filler       pic x(1)  value space.
           05 fd-waived    pic $z,zzz,zz9.99.
           05 filler       pic x(1)  value space.
           05 fd-net       pic $z,zzz,zz9.99.

       01 fg-total.
           05 filler       pic x(4)  value spaces.
           05 ft-label     pic x(26).
           05 filler       pic x(2)  value spaces.
           05 ft-count     pic zz,zz9.
           05 filler       pic x(1)  value space.
           05 ft-full      pic $z,zzz,zz9.99.
           05 filler       pic x(1)  value space.
           05 ft-waived    pic $z,zzz,zz9.99.
           05 filler       pic x(1)  value space.
           05 ft-net       pic $z,zzz,zz9.99.

       01 fg-none-line.
           05 filler       pic x(1)  value space.
           05 filler       pic x(37)
               value "NO EXEMPT REGISTRATIONS IN THE PERIOD".
           05 filler       pic x(42) value spaces.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           perform 150-read-params.
           move ws-run-date (1:6) to ws-report-period.
           open i-o exemptfile.
           if ws-exempt-status = "35"
               open output exemptfile
               close exemptfile
               open i-o exemptfile
           end-if.
           if ws-exempt-status not = "00"
               display "EXEMPTRPT: cannot open exemptcert.dat,"
               display "file status " ws-exempt-status
               move 16 to return-code
               stop run
           end-if.
           perform 200-apply-maintenance.
           close exemptfile.

           perform 250-sort-log.
           open input sortedexempt.
           open output foregonefile.
           move ws-max-lines to ws-line-count.

           perform until eof = "y"
           read sortedexempt
           at end move "y" to eof
           not at end perform 300-tally-one
           end-read
           end-perform.

           if ws-first-detail = "n"
               perform 310-office-break
               perform 320-class-break
               perform 330-type-break
           end-if.
           perform 500-trailer.
           close sortedexempt, foregonefile.
           display "EXEMPTION PROCESSING COMPLETE".
           display "CERTIFICATE MAINTENANCE APPLIED: " ws-maint-count.
           display "CERTIFICATE MAINTENANCE REJECTED: " ws-maint-bad.
           display "EXEMPT REGISTRATIONS FOR " ws-report-period ": "
               ws-log-count.
           display "FOREGONE REVENUE: " ws-grand-waived.
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
               display "NO EXEMPTION MAINTENANCE (exemptmaint.txt)"
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
               when em-plate = spaces
                   display "WARNING: exemption maintenance with no"
                       " plate skipped"
                   add 1 to ws-maint-bad
               when em-add
                   perform 210-check-certificate
                   if ws-maint-ok = "y"
                       perform 206-add-certificate
                   end-if
               when em-change
                   perform 210-check-certificate
                   if ws-maint-ok = "y"
                       perform 207-change-certificate
                   end-if
               when em-delete
                   perform 208-delete-certificate
               when other
                   display "WARNING: exemption maintenance action '"
                       em-action "' for plate " em-plate " skipped"
                   add 1 to ws-maint-bad
           end-evaluate.

       206-add-certificate.
           move em-plate    to ec-plate.
           move em-cert     to ec-cert.
           move em-type     to ec-type.
           move em-pct      to ec-pct.
           move em-eff-date to ec-eff-date.
           move em-exp-date to ec-exp-date.
           write ec-rec
               invalid key
                   display "WARNING: plate " em-plate
                       " already has a certificate; add skipped"
                   add 1 to ws-maint-bad
               not invalid key
                   add 1 to ws-maint-count
           end-write.

       207-change-certificate.
           move em-plate to ec-plate.
           read exemptfile
               invalid key
                   display "WARNING: plate " em-plate
                       " has no certificate; change skipped"
                   add 1 to ws-maint-bad
               not invalid key
                   move em-cert     to ec-cert
                   move em-type     to ec-type
                   move em-pct      to ec-pct
                   move em-eff-date to ec-eff-date
                   move em-exp-date to ec-exp-date
                   rewrite ec-rec
                   add 1 to ws-maint-count
           end-read.

       208-delete-certificate.
           move em-plate to ec-plate.
           delete exemptfile record
               invalid key
                   display "WARNING: plate " em-plate
                       " has no certificate; delete skipped"
                   add 1 to ws-maint-bad
               not invalid key
                   add 1 to ws-maint-count
           end-delete.

       210-check-certificate.
           move "y" to ws-maint-ok.
           evaluate true
               when em-cert = spaces
                   move "n" to ws-maint-ok
                   display "WARNING: plate " em-plate
                       " certificate number missing; skipped"
               when not em-type-ok
                   move "n" to ws-maint-ok
                   display "WARNING: plate " em-plate
                       " exemption type '" em-type "' not valid"
               when em-pct is not numeric
                 or em-pct = 0 or em-pct > 100
                   move "n" to ws-maint-ok
                   display "WARNING: plate " em-plate
                       " percent waived not 1-100; skipped"
               when em-eff-date is not numeric
                 or em-exp-date is not numeric
                 or em-exp-date < em-eff-date
                   move "n" to ws-maint-ok
                   display "WARNING: plate " em-plate
                       " certificate dates not valid; skipped"
           end-evaluate.
           if ws-maint-ok = "n"
               add 1 to ws-maint-bad
           end-if.

       250-sort-log.
           sort exempt-sort-file
               on ascending key xw-type xw-class xw-office xw-plate
               input procedure 260-release-period
               giving sortedexempt.

       260-release-period.
           open input exemptlogfile.
           if ws-exemptlog-status = "00"
               perform until more-log-recs = "no"
               read exemptlogfile
               at end move "no" to more-log-recs
               not at end
                   if xl-date (1:6) = ws-report-period
                       move exemptlog-rec-in to xw-rec
                       release xw-rec
                   end-if
               end-read
               end-perform
               close exemptlogfile
           else
               display "NO EXEMPTION LOG (exemptlog.txt)"
           end-if.

       300-tally-one.
           if ws-first-detail = "y"
               move "n" to ws-first-detail
               move sx-type   to ws-cur-type
               move sx-class  to ws-cur-class
               move sx-office to ws-cur-office
           else
               if sx-type not = ws-cur-type
                   perform 310-office-break
                   perform 320-class-break
                   perform 330-type-break
                   move sx-type   to ws-cur-type
                   move sx-class  to ws-cur-class
                   move sx-office to ws-cur-office
               else
                   if sx-class not = ws-cur-class
                       perform 310-office-break
                       perform 320-class-break
                       move sx-class  to ws-cur-class
                       move sx-office to ws-cur-office
                   else
                       if sx-office not = ws-cur-office
                           perform 310-office-break
                           move sx-office to ws-cur-office
                       end-if
                   end-if
               end-if
           end-if.
           add 1 to ws-log-count.
           add 1 to ws-office-count.
           add sx-full   to ws-office-full.
           add sx-waived to ws-office-waived.
           add sx-net    to ws-office-net.

       310-office-break.
           move ws-cur-type   to fd-type.
           perform 340-type-text.
           move ws-cur-class  to fd-class.
           move ws-cur-office to fd-office.
           move ws-office-count  to fd-count.
           move ws-office-full   to fd-full.
           move ws-office-waived to fd-waived.
           move ws-office-net    to fd-net.
           perform 450-print-headers-if-needed.
           write foregone-out-rec from fg-detail.
           add 1 to ws-line-count.
           add ws-office-count  to ws-class-count.
           add ws-office-full   to ws-class-full.
           add ws-office-waived to ws-class-waived.
           add ws-office-net    to ws-class-net.
           move 0 to ws-office-count.
           move 0 to ws-office-full.
           move 0 to ws-office-waived.
           move 0 to ws-office-net.

       320-class-break.
           move spaces to ft-label.
           string "CLASS " ws-cur-class " TOTAL"
               delimited by size into ft-label.
           move ws-class-count  to ft-count.
           move ws-class-full   to ft-full.
           move ws-class-waived to ft-waived.
           move ws-class-net    to ft-net.
           move 2 to ws-block-lines.
           perform 450-print-headers-if-needed.
           move 1 to ws-block-lines.
           write foregone-out-rec from fg-total.
           write foregone-out-rec from blank-line.
           add 2 to ws-line-count.
           add ws-class-count  to ws-type-count.
           add ws-class-full   to ws-type-full.
           add ws-class-waived to ws-type-waived.
           add ws-class-net    to ws-type-net.
           move 0 to ws-class-count.
           move 0 to ws-class-full.
           move 0 to ws-class-waived.
           move 0 to ws-class-net.

       330-type-break.
           move spaces to ft-label.
           string "TYPE " ws-cur-type " TOTAL"
               delimited by size into ft-label.
           move ws-type-count  to ft-count.
           move ws-type-full   to ft-full.
           move ws-type-waived to ft-waived.
           move ws-type-net    to ft-net.
           move 2 to ws-block-lines.
           perform 450-print-headers-if-needed.
           move 1 to ws-block-lines.
           write foregone-out-rec from fg-total.
           write foregone-out-rec from blank-line.
           add 2 to ws-line-count.
           add ws-type-count  to ws-grand-count.
           add ws-type-full   to ws-grand-full.
           add ws-type-waived to ws-grand-waived.
           add ws-type-net    to ws-grand-net.
           move 0 to ws-type-count.
           move 0 to ws-type-full.
           move 0 to ws-type-waived.
           move 0 to ws-type-net.

       340-type-text.
           evaluate ws-cur-type
               when "GV"
                   move "GOVERNMENT"       to fd-desc
               when "DV"
                   move "DISABLED VETERAN" to fd-desc
               when "NP"
                   move "NON-PROFIT"       to fd-desc
               when other
                   move "OTHER"            to fd-desc
           end-evaluate.

       400-header.
           move ws-report-period to fh-period.
           move ws-page-num to fh-page.
           write foregone-out-rec from fg-header-1.
           write foregone-out-rec from blank-line.
           write foregone-out-rec from fg-header-2.
           write foregone-out-rec from blank-line.

       450-print-headers-if-needed.
           if ws-line-count + ws-block-lines > ws-max-lines
               add 1 to ws-page-num
               move 0 to ws-line-count
               perform 400-header
               add 4 to ws-line-count
           end-if.

       500-trailer.
           move 3 to ws-block-lines.
           perform 450-print-headers-if-needed.
           move 1 to ws-block-lines.
           if ws-log-count = 0
               write foregone-out-rec from fg-none-line
               write foregone-out-rec from blank-line
           end-if.
           move "GRAND TOTAL" to ft-label.
           move ws-grand-count  to ft-count.
           move ws-grand-full   to ft-full.
           move ws-grand-waived to ft-waived.
           move ws-grand-net    to ft-net.
           write foregone-out-rec from fg-total.

       end program ExemptRpt.
