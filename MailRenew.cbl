       identification division.
       program-id. MailRenew.

       environment division.
       configuration section.
       Input-output Section.
       file-control.
           select stubfile assign to "lockboxstubs.txt"
                  organization is line sequential
                  file status is ws-stub-status.
           select stub-sort-file assign to "stubwork.tmp".
           select sortedstubs assign to "sortedstubs.txt"
                  organization is line sequential.
           select vehmaster assign to "vehmaster.dat"
                  organization is indexed
                  access is random
                  record key is vm-plate
                  file status is ws-master-status.
           select noticeidx assign to "noticeidx.dat"
                  organization is indexed
                  access is random
                  record key is ni-plate
                  file status is ws-notice-status.
           select mailtransfile assign to "mailtrans.txt"
                  organization is line sequential.
           select paymentfile assign to "paymentfile.txt"
                  organization is line sequential
                  file status is ws-pay-status.
           select exceptfile assign to "mailexcept.txt"
                  organization is line sequential.

       data division.
       File Section.

       FD stubfile.
       01 stub-rec-in          pic x(47).

       SD stub-sort-file.
       01 ls-rec.
           05 ls-plate         pic x(10).
           05 filler           pic x(37).

       FD sortedstubs.
       01 sorted-stub-rec.
           05 st-scan-line.
               10 st-plate         pic x(10).
               10 st-class         pic xx.
               10 st-fee           pic 9(7)v99.
               10 st-notice-date   pic 9(8).
               10 st-check-digit   pic 9.
           05 st-paid-amt      pic 9(7)v99.
           05 st-rcpt-date     pic 9(8).

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

       FD noticeidx.
       01 ni-rec.
           05 ni-plate         pic x(10).
           05 ni-notice-date   pic 9(8).
           05 ni-class         pic xx.
           05 ni-fee           pic 9(7)v99.
           05 ni-exp-date      pic 9(8).

       FD mailtransfile.
       01 mailtrans-out-rec    pic x(60).

       FD paymentfile.
       01 pay-out-rec.
           05 pay-plate-out    pic x(10).
           05 pay-amount-out   pic s9(7)v99 sign is trailing separate.
           05 pay-office-out   pic xx.
           05 pay-cashier-out  pic x(4).
           05 pay-tender-out   pic xx.
           05 pay-rcpt-date-out pic 9(8).
           05 pay-acct-out     pic x(6).

       FD exceptfile.
       01 except-out-rec       pic x(80).

       working-storage section.

       01 EOF              pic x value "n".

       01 blank-line       pic x(80) value spaces.

       01 ws-run-date      pic 9(8).
       01 ws-run-int       pic 9(7) value 0.
       01 ws-notice-int    pic 9(7) value 0.
       01 ws-stale-days    pic 9(3) value 90.

       01 ws-stub-status   pic xx.
       01 ws-master-status pic xx.
       01 ws-notice-status pic xx.
       01 ws-pay-status    pic xx.

       01 ws-valid-flag    pic x value "y".
       01 ws-reason        pic x(26) value spaces.
       01 ws-prior-plate   pic x(10) value spaces.

       01 ws-stub-count       pic 9(5) value 0.
       01 ws-accepted-count   pic 9(7) value 0.
       01 ws-except-count     pic 9(5) value 0.
       01 ws-weight-hash      pic 9(9) value 0.
       01 ws-accepted-amt     pic 9(9)v99 value 0.
       01 ws-except-amt       pic 9(9)v99 value 0.

       01 ws-line-count           pic 9(3) value 0.
       01 ws-max-lines-per-page   pic 9(3) value 60.
       01 ws-page-num             pic 9(3) value 1.

       01 ws-scan-line.
           05 sc-plate         pic x(10).
           05 sc-class         pic xx.
           05 sc-fee           pic 9(7)v99.
           05 sc-notice-date   pic 9(8).
           05 sc-check-digit   pic 9.
       01 ws-scan-chars redefines ws-scan-line.
           05 sc-char          pic x occurs 30 times.

       01 ws-cd-alphabet   pic x(36)
           value "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 ws-cd-pos        pic 99 value 0.
       01 ws-cd-look       pic 99 value 0.
       01 ws-cd-value      pic 99 value 0.
       01 ws-cd-sum        pic 9(5) value 0.
       01 ws-check-digit   pic 9 value 0.

       01 mail-trans-line.
           05 mt-class         pic 99.
           05 mt-name          pic x(20).
           05 mt-weight        pic 9(5).
           05 mt-desc          pic x(13).
           05 mt-plate         pic x(10).
           05 mt-type          pic x.
           05 mt-office        pic xx.
           05 mt-term          pic x.
           05 mt-acct          pic x(6).

       01 mail-trans-header.
           05 filler           pic xx value "HD".
           05 mh-batch-number  pic 9(6).
           05 mh-business-date pic 9(8).
           05 filler           pic x(44) value spaces.

       01 mail-trans-trailer.
           05 filler           pic xx value "TR".
           05 mr-rec-count     pic 9(7).
           05 mr-weight-hash   pic 9(9).
           05 filler           pic x(42) value spaces.

       01 header-1.
           05 filler       pic x(15) value spaces.
           05 filler       pic x(30)
               value "MAIL RENEWAL EXCEPTION REPORT ".
           05 mxh-run-date pic 9(8).
           05 filler       pic x(4)  value spaces.
           05 filler       pic x(5)  value "PAGE ".
           05 hdr-page-num pic zz9.
           05 filler       pic x(15) value spaces.

       01 header-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(5)  value "PLATE".
           05 filler       pic x(6)  value spaces.
           05 filler       pic x(6)  value "NOTICE".
           05 filler       pic x(6)  value spaces.
           05 filler       pic x(7)  value "FEE DUE".
           05 filler       pic x(9)  value spaces.
           05 filler       pic x(4)  value "PAID".
           05 filler       pic x(2)  value spaces.
           05 filler       pic x(9)  value "EXCEPTION".
           05 filler       pic x(25) value spaces.

       01 except-line.
           05 filler       pic x(1)  value space.
           05 xl-plate     pic x(10).
           05 filler       pic x(1)  value space.
           05 xl-notice-date pic x(8).
           05 filler       pic x(1)  value space.
           05 xl-fee       pic $z,zzz,zz9.99.
           05 filler       pic x(1)  value space.
           05 xl-paid      pic $z,zzz,zz9.99.
           05 filler       pic x(2)  value spaces.
           05 xl-reason    pic x(26).
           05 filler       pic x(4)  value spaces.

       01 trailer-1.
           05 filler       pic x(1)  value space.
           05 filler       pic x(12) value "STUBS READ: ".
           05 t1-stubs     pic zzzz9.
           05 filler       pic x(12) value "  ACCEPTED: ".
           05 t1-accepted  pic zzzz9.
           05 filler       pic x(14) value "  EXCEPTIONS: ".
           05 t1-except    pic zzzz9.
           05 filler       pic x(26) value spaces.

       01 trailer-2.
           05 filler       pic x(1)  value space.
           05 filler       pic x(17) value "ACCEPTED AMOUNT: ".
           05 t2-accepted  pic $zzz,zzz,zz9.99.
           05 filler       pic x(19) value "  EXCEPTION AMOUNT:".
           05 filler       pic x(1)  value space.
           05 t2-except    pic $zzz,zzz,zz9.99.
           05 filler       pic x(12) value spaces.

       procedure division.

       100-main.
           move function current-date(1:8) to ws-run-date.
           compute ws-run-int =
               function integer-of-date(ws-run-date).
           perform 150-sort-stubs.
           perform 160-open-files.
           perform 400-header.
           move ws-run-date (4:5) to mh-batch-number (2:5).
           move "9" to mh-batch-number (1:1).
           move ws-run-date to mh-business-date.
           write mailtrans-out-rec from mail-trans-header.

           perform until eof = "y"
           read sortedstubs
           at end move "y" to EOF
           not at end perform 300-process-stub
           end-read
           end-perform.

           perform 500-write-batch-trailer.
           perform 550-trailer.
           close sortedstubs, vehmaster, noticeidx, mailtransfile,
               paymentfile, exceptfile.
           display "MAIL RENEWAL COMPLETE".
           display "STUBS READ: " ws-stub-count.
           display "ACCEPTED:   " ws-accepted-count " " ws-accepted-amt.
           display "EXCEPTIONS: " ws-except-count " " ws-except-amt.
           stop run.

       150-sort-stubs.
           open input stubfile.
           if ws-stub-status not = "00"
               display "MAILRENEW: cannot open lockboxstubs.txt,"
               display "file status " ws-stub-status
               move 16 to return-code
               stop run
           end-if.
           close stubfile.
           sort stub-sort-file
               on ascending key ls-plate
               using stubfile
               giving sortedstubs.

       160-open-files.
           open input vehmaster.
           if ws-master-status not = "00"
               display "MAILRENEW: cannot open vehmaster.dat,"
               display "file status " ws-master-status
               move 16 to return-code
               stop run
           end-if.
           open input noticeidx.
           if ws-notice-status not = "00"
               display "MAILRENEW: cannot open noticeidx.dat,"
               display "file status " ws-notice-status
               display "no stub can be matched to its notice"
               move 16 to return-code
               stop run
           end-if.
           open extend paymentfile.
           if ws-pay-status = "35"
               open output paymentfile
           end-if.
           if ws-pay-status not = "00"
               display "MAILRENEW: cannot open paymentfile.txt,"
               display "file status " ws-pay-status
               move 16 to return-code
               stop run
           end-if.
           open input sortedstubs.
           open output mailtransfile.
           open output exceptfile.

       300-process-stub.
           add 1 to ws-stub-count.
           perform 310-validate-stub.
           if ws-valid-flag = "y"
               perform 320-check-notice
           end-if.
           if ws-valid-flag = "y"
               perform 330-check-payment
           end-if.
           if ws-valid-flag = "y"
               perform 340-accept-stub
           else
               perform 350-write-exception
           end-if.
           move st-plate to ws-prior-plate.

       310-validate-stub.
           move "y" to ws-valid-flag.
           move spaces to ws-reason.
           if st-fee is not numeric
              or st-notice-date is not numeric
              or st-check-digit is not numeric
               move "n" to ws-valid-flag
               move "SCAN LINE UNREADABLE" to ws-reason
           else
               move st-scan-line to ws-scan-line
               perform 360-compute-check-digit
               if ws-check-digit not = sc-check-digit
                   move "n" to ws-valid-flag
                   move "SCAN LINE CHECK DIGIT" to ws-reason
               end-if
           end-if.
           if ws-valid-flag = "y" and st-paid-amt is not numeric
               move "n" to ws-valid-flag
               move "PAYMENT AMOUNT UNREADABLE" to ws-reason
           end-if.
           if ws-valid-flag = "y" and st-plate = ws-prior-plate
               move "n" to ws-valid-flag
               move "DUPLICATE STUB" to ws-reason
           end-if.
           if ws-valid-flag = "y"
               move st-plate to vm-plate
               read vehmaster
                   invalid key
                       move "n" to ws-valid-flag
                       move "PLATE NOT ON MASTER" to ws-reason
               end-read
           end-if.
           if ws-valid-flag = "y" and vm-class not = st-class
               move "n" to ws-valid-flag
               move "CLASS CHANGED SINCE NOTICE" to ws-reason
           end-if.

       320-check-notice.
           move st-plate to ni-plate.
           read noticeidx
               invalid key
                   move "n" to ws-valid-flag
                   move "NO NOTICE ON FILE" to ws-reason
           end-read.
           if ws-valid-flag = "y"
               if ni-notice-date not = st-notice-date
                   move "n" to ws-valid-flag
                   move "STALE NOTICE, SUPERSEDED" to ws-reason
               else
                   if ni-fee not = st-fee
                       move "n" to ws-valid-flag
                       move "FEE NOT AS NOTICED" to ws-reason
                   end-if
               end-if
           end-if.
           if ws-valid-flag = "y"
               compute ws-notice-int =
                   function integer-of-date(ni-notice-date)
               if ws-notice-int = 0
                  or ws-run-int - ws-notice-int > ws-stale-days
                   move "n" to ws-valid-flag
                   move "STALE NOTICE" to ws-reason
               end-if
           end-if.
           if ws-valid-flag = "y"
               if vm-reg-date >= ni-notice-date
                   move "n" to ws-valid-flag
                   move "ALREADY RENEWED" to ws-reason
               end-if
           end-if.
           if ws-valid-flag = "y"
               if vm-exp-date < ws-run-date
                   move "n" to ws-valid-flag
                   move "EXPIRED, PENALTY DUE" to ws-reason
               end-if
           end-if.

       330-check-payment.
           if st-paid-amt < ni-fee
               move "n" to ws-valid-flag
               move "UNDERPAYMENT" to ws-reason
           else
               if st-paid-amt > ni-fee
                   move "n" to ws-valid-flag
                   move "OVERPAYMENT" to ws-reason
               end-if
           end-if.

       340-accept-stub.
           move vm-class      to mt-class.
           move vm-owner-name to mt-name.
           move vm-weight     to mt-weight.
           move vm-desc       to mt-desc.
           move vm-plate      to mt-plate.
           move "R"           to mt-type.
           move vm-office     to mt-office.
           move "1"           to mt-term.
           move spaces        to mt-acct.
           write mailtrans-out-rec from mail-trans-line.
           add 1 to ws-accepted-count.
           add vm-weight to ws-weight-hash.
           move vm-plate      to pay-plate-out.
           move st-paid-amt   to pay-amount-out.
           move vm-office     to pay-office-out.
           move "LBOX"        to pay-cashier-out.
           move "CK"          to pay-tender-out.
           move spaces        to pay-acct-out.
           if st-rcpt-date is numeric and st-rcpt-date > 0
               move st-rcpt-date to pay-rcpt-date-out
           else
               move ws-run-date  to pay-rcpt-date-out
           end-if.
           write pay-out-rec.
           add st-paid-amt to ws-accepted-amt.

       350-write-exception.
           move st-plate       to xl-plate.
           move st-notice-date to xl-notice-date.
           if st-fee is numeric
               move st-fee     to xl-fee
           else
               move 0          to xl-fee
           end-if.
           if st-paid-amt is numeric
               move st-paid-amt to xl-paid
               add st-paid-amt  to ws-except-amt
           else
               move 0          to xl-paid
           end-if.
           move ws-reason      to xl-reason.
           perform 450-print-headers-if-needed.
           write except-out-rec from except-line.
           add 1 to ws-line-count.
           add 1 to ws-except-count.

       360-compute-check-digit.
           move 0 to ws-cd-sum.
           perform varying ws-cd-pos from 1 by 1 until ws-cd-pos > 29
               move 0 to ws-cd-value
               perform varying ws-cd-look from 1 by 1
                       until ws-cd-look > 36
                   if ws-cd-alphabet (ws-cd-look:1)
                      = sc-char (ws-cd-pos)
                       compute ws-cd-value = ws-cd-look - 1
                   end-if
               end-perform
               if function mod(ws-cd-pos, 2) = 1
                   compute ws-cd-sum = ws-cd-sum + ws-cd-value * 3
               else
                   add ws-cd-value to ws-cd-sum
               end-if
           end-perform.
           compute ws-check-digit =
               function mod(10 - function mod(ws-cd-sum, 10), 10).

       400-header.
           move ws-run-date to mxh-run-date.
           move ws-page-num to hdr-page-num.
           write except-out-rec from header-1
           write except-out-rec from blank-line
           write except-out-rec from header-2
           write except-out-rec from blank-line.

       450-print-headers-if-needed.
           if ws-line-count >= ws-max-lines-per-page
               add 1 to ws-page-num
               move 0 to ws-line-count
               perform 400-header
           end-if.

       500-write-batch-trailer.
           move ws-accepted-count to mr-rec-count.
           move ws-weight-hash    to mr-weight-hash.
           write mailtrans-out-rec from mail-trans-trailer.

       550-trailer.
           move ws-stub-count     to t1-stubs.
           move ws-accepted-count to t1-accepted.
           move ws-except-count   to t1-except.
           write except-out-rec from blank-line.
           write except-out-rec from trailer-1.
           move ws-accepted-amt   to t2-accepted.
           move ws-except-amt     to t2-except.
           write except-out-rec from trailer-2.

       end program MailRenew.
