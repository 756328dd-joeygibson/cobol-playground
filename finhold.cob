       identification division.
       program-id. FinHold.
      * Financial hold batch: works out every billed student's open
      * tuition balance term by term, as TuitionBal does (the amount
      * billed less aid, drop credits and the payments in
      * data/tuition-payments.dat dated on or after billing), and
      * counts a balance as past due once its bill is older than the
      * grace period -- the first argument in days, 30 when not
      * given. A student with a past-due balance and no active
      * financial hold gets one in data/registration-holds.dat,
      * placed by FINHOLD; a student whose FINHOLD hold stands with
      * nothing now past due has it released. Placements and
      * releases are listed in output/financial-holds.txt.

       environment division.
       input-output section.
       file-control.
           select billed-file assign to "data/tuition-billed.dat"
               organization is indexed
               access mode is sequential
               record key is tb-key
               file status is billed-file-status.

           select payments-file assign to
               "data/tuition-payments.dat"
               organization is indexed
               access mode is dynamic
               record key is tp-key
               file status is payments-file-status.

           select hold-file assign to "data/registration-holds.dat"
               organization is indexed
               access mode is dynamic
               record key is hld-key
               file status is hold-file-status.

           select hold-register assign to
               "output/financial-holds.txt"
               organization is line sequential.

       data division.
       file section.
       FD billed-file.
           copy TUIBILL.

       FD payments-file.
           copy TUIPAY.

       FD hold-file.
           copy STUHOLD.

       FD hold-register.
       01 hold-register-line pic x(70).

       working-storage section.
       01 billed-file-status pic xx value spaces.
           88 billed-file-missing value "35".

       01 payments-file-status pic xx value spaces.
           88 payments-file-missing value "35".

       01 hold-file-status pic xx value spaces.
           88 hold-file-missing value "35".

       01 ws-args-count pic 9(4) comp value zeroes.
       01 ws-grace-arg pic x(3) value spaces.
       01 grace-days pic 999 value 30.
       01 ws-today-date pic 9(8) value zeroes.
       01 bill-age-days pic s9(7) value zeroes.

       01 pay-scan-eof pic x value "N".
           88 end-of-pay-scan value "Y".
       01 hold-scan-eof pic x value "N".
           88 end-of-hold-scan value "Y".
       01 fin-hold-flag pic x value "N".
           88 fin-hold-active value "Y".
       01 seq-assigned-flag pic x value "N".
           88 seq-is-assigned value "Y".

       01 prev-student-id pic 9(7) value zeroes.
       01 student-paid-amount pic 9(6)v99 value zeroes.
       01 open-balance pic s9(6)v99 value zeroes.
       01 student-past-due pic 9(6)v99 value zeroes.
       01 prn-past-due pic zzz,zz9.99.

       01 students-checked pic 9(5) value zeroes.
       01 holds-placed pic 9(5) value zeroes.
       01 holds-released pic 9(5) value zeroes.
       01 holds-standing pic 9(5) value zeroes.

       01 hold-register-heading.
           02 filler pic x(36) value
              "Financial Holds -- past due as of   ".
           02 prn-hr-date pic 9(8).
           02 filler pic x(8) value "  grace ".
           02 prn-hr-grace pic zz9.
           02 filler pic x(5) value " days".

       01 hold-register-detail.
           02 prn-hd-student-id pic 9(7).
           02 filler pic x(2) value spaces.
           02 prn-hd-action pic x(10).
           02 filler pic x(2) value spaces.
           02 prn-hd-past-due pic zzz,zz9.99.
           02 filler pic x(2) value spaces.
           02 prn-hd-note pic x(30).

       01 hold-register-totals.
           02 filler pic x(9) value "Students ".
           02 prn-ht-checked pic zzzz9.
           02 filler pic x(10) value "   placed ".
           02 prn-ht-placed pic zzzz9.
           02 filler pic x(12) value "   released ".
           02 prn-ht-released pic zzzz9.
           02 filler pic x(12) value "   standing ".
           02 prn-ht-standing pic zzzz9.

       procedure division.
       Begin.
           accept ws-args-count from argument-number
           if ws-args-count > 0
               accept ws-grace-arg from argument-value
               if ws-grace-arg not = spaces
                   compute grace-days =
                      function numval(ws-grace-arg)
               end-if
           end-if

           open input billed-file
           if billed-file-missing
               display "No tuition billed file -- nobody to hold."
               stop run
           end-if
           open input payments-file
           open i-o hold-file
           if hold-file-missing
               open output hold-file
               close hold-file
               open i-o hold-file
           end-if
           open output hold-register

           accept ws-today-date from date YYYYMMDD
           move ws-today-date to prn-hr-date
           move grace-days to prn-hr-grace
           write hold-register-line from hold-register-heading
             after advancing page
           move spaces to hold-register-line
           write hold-register-line after advancing 1 line

           read billed-file
               at end set end-of-tuition-billed to true
           end-read
           move zeroes to student-past-due
           if not end-of-tuition-billed
               move tb-student-id to prev-student-id
           end-if

           perform check-one-billed-term until end-of-tuition-billed
           if prev-student-id not = zeroes
               perform settle-one-student
           end-if

           move students-checked to prn-ht-checked
           move holds-placed to prn-ht-placed
           move holds-released to prn-ht-released
           move holds-standing to prn-ht-standing
           write hold-register-line from hold-register-totals
             after advancing 2 lines

           close billed-file, hold-file, hold-register
           if not payments-file-missing
               close payments-file
           end-if

           display "Students checked: " students-checked
              "  holds placed: " holds-placed
              "  released: " holds-released
           stop run.

       check-one-billed-term.
      * The billed file is keyed by student, so a student's terms
      * come together and are settled when the next student starts.
           if tb-student-id not = prev-student-id
               perform settle-one-student
               move tb-student-id to prev-student-id
               move zeroes to student-past-due
           end-if

           perform sum-student-payments
           compute open-balance =
              tb-amount - tb-aid-amount - tb-refund-amount
              - student-paid-amount
           compute bill-age-days =
              function integer-of-date(ws-today-date)
              - function integer-of-date(tb-bill-date)
           if open-balance > zeroes and bill-age-days > grace-days
               add open-balance to student-past-due
           end-if

           read billed-file
               at end set end-of-tuition-billed to true
           end-read.

       sum-student-payments.
           move zeroes to student-paid-amount
           if payments-file-missing
               exit paragraph
           end-if
           move "N" to pay-scan-eof

           move tb-student-id to tp-student-id
           move zeroes to tp-pay-date
           move zeroes to tp-seq
           start payments-file key is >= tp-key
               invalid key move "Y" to pay-scan-eof
           end-start

           if not end-of-pay-scan
               read payments-file next
                   at end move "Y" to pay-scan-eof
               end-read
           end-if

           perform add-one-payment until end-of-pay-scan.

       add-one-payment.
           if tp-student-id not = tb-student-id
               move "Y" to pay-scan-eof
           else
               if tp-pay-date >= tb-bill-date
                   add tp-amount to student-paid-amount
               end-if
               read payments-file next
                   at end move "Y" to pay-scan-eof
               end-read
           end-if.

       settle-one-student.
           add 1 to students-checked
           perform find-financial-hold
           move prev-student-id to prn-hd-student-id
           move student-past-due to prn-hd-past-due
           move spaces to prn-hd-note

           evaluate true
               when student-past-due > zeroes and fin-hold-active
                   add 1 to holds-standing
               when student-past-due > zeroes
                   perform place-financial-hold
               when fin-hold-active and hld-placed-by = "FINHOLD"
                   perform release-financial-hold
      * A financial hold placed by hand is the bursar's to lift.
               when other
                   continue
           end-evaluate.

       find-financial-hold.
      * Leaves the active hold in the record when there is one.
           move "N" to fin-hold-flag
           move "N" to hold-scan-eof
           move prev-student-id to hld-student-id
           move "F" to hld-type
           move zeroes to hld-seq
           start hold-file key is >= hld-key
               invalid key move "Y" to hold-scan-eof
           end-start
           if not end-of-hold-scan
               read hold-file next
                   at end move "Y" to hold-scan-eof
               end-read
           end-if
           perform check-one-financial-hold
               until end-of-hold-scan or fin-hold-active.

       check-one-financial-hold.
           if hld-student-id not = prev-student-id
             or not hld-financial
               move "Y" to hold-scan-eof
           else
               if hld-active
                   move "Y" to fin-hold-flag
               else
                   read hold-file next
                       at end move "Y" to hold-scan-eof
                   end-read
               end-if
           end-if.

       place-financial-hold.
           move prev-student-id to hld-student-id
           move "F" to hld-type
           move zeroes to hld-seq
           move "N" to seq-assigned-flag
           perform try-next-hold-seq until seq-is-assigned

           move student-past-due to prn-past-due
           move spaces to hld-reason
           string "PAST-DUE TUITION $" delimited by size
             prn-past-due delimited by size
             into hld-reason
           end-string
           move ws-today-date to hld-placed-date
           move "FINHOLD" to hld-placed-by
           move zeroes to hld-released-date
           move spaces to hld-released-by
           write registration-hold-record
               invalid key
                   display "Unable to place a financial hold on "
                      prev-student-id "."
               not invalid key
                   add 1 to holds-placed
                   move "PLACED" to prn-hd-action
                   move hld-reason to prn-hd-note
                   write hold-register-line
                     from hold-register-detail
                     after advancing 1 line
           end-write.

       try-next-hold-seq.
           add 1 to hld-seq
           read hold-file
               invalid key move "Y" to seq-assigned-flag
           end-read.

       release-financial-hold.
           move ws-today-date to hld-released-date
           move "FINHOLD" to hld-released-by
           rewrite registration-hold-record
               invalid key
                   display "Unable to release the financial hold on "
                      prev-student-id "."
               not invalid key
                   add 1 to holds-released
                   move "RELEASED" to prn-hd-action
                   move "balance no longer past due" to prn-hd-note
                   write hold-register-line
                     from hold-register-detail
                     after advancing 1 line
           end-rewrite.
