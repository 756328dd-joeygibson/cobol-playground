       identification division.
       program-id. AidRpt.
      * Financial-aid disbursement report for the finance office:
      * every award TuitionBill applied for the term, sorted and
      * subtotalled by the source paying it, with the student, the
      * award as given (fixed amount or percentage of tuition), the
      * amount applied to the bill and the date. Awards still open
      * for the term -- given but not yet billed against -- are
      * counted at the foot. The term id is the first argument,
      * defaulting to the current term in data/terms.dat. Output is
      * output/aid-disbursements.txt.

       environment division.
       input-output section.
       file-control.
           select aid-file assign to "data/aid-awards.dat"
               organization is indexed
               access mode is sequential
               record key is aa-key
               file status is aid-file-status.

           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

           select aid-sort-file assign to
               "output/aid-sort.wrk".

           select disbursement-report assign to
               "output/aid-disbursements.txt"
               organization is line sequential.

       data division.
       file section.
       FD aid-file.
           copy AIDAWARD.

       FD students-file.
           copy STUDREC.

       FD terms-file.
           copy TERMREC.

       SD aid-sort-file.
       01 aid-sort-rec.
           02 sort-source pic x(20).
           02 sort-student-id pic 9(7).
           02 sort-award-type pic x.
           02 sort-basis pic x.
           02 sort-amount pic 9(5)v99.
           02 sort-percent pic 999v99.
           02 sort-applied-amount pic 9(5)v99.
           02 sort-applied-date pic 9(8).

       FD disbursement-report.
       01 disbursement-line pic x(70).

       working-storage section.
       01 aid-file-status pic xx value spaces.
           88 aid-file-missing value "35".
       01 students-file-status pic xx value spaces.
           88 students-file-missing value "35".
       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".
       01 terms-eof-flag pic x value "N".
           88 end-of-terms-file value "Y".
       01 current-term-id pic x(5) value spaces.

       01 ws-args-count pic 9(4) comp value zeroes.
       01 ws-wanted-term pic x(5) value spaces.

       01 aid-eof-flag pic x value "N".
           88 end-of-aid-file value "Y".
       01 aid-sort-eof pic x value "N".
           88 end-of-aid-sort value "Y".

       01 prev-source pic x(20) value spaces.
       01 source-award-count pic 9(4) value zeroes.
       01 source-applied-total pic 9(7)v99 value zeroes.
       01 sources-listed pic 9(3) value zeroes.
       01 awards-listed pic 9(5) value zeroes.
       01 grand-applied-total pic 9(7)v99 value zeroes.
       01 open-award-count pic 9(5) value zeroes.

       01 disbursement-heading.
           02 filler pic x(36) value
              "Financial Aid Disbursements -- term ".
           02 prn-dh-term pic x(5).

       01 source-heading.
           02 filler pic x(8) value "Source: ".
           02 prn-sh-source pic x(20).

       01 disbursement-column-header.
           02 filler pic x(19) value "  Student".
           02 filler pic x(12) value "Type".
           02 filler pic x(11) value "Award".
           02 filler pic x(10) value "  Applied".
           02 filler pic x(8) value "On".

       01 disbursement-detail.
           02 filler pic x(2) value spaces.
           02 prn-dd-student-id pic 9(7).
           02 filler pic x value space.
           02 prn-dd-last-name pic x(8).
           02 filler pic x value space.
           02 prn-dd-type pic x(11).
           02 filler pic x value space.
           02 prn-dd-terms.
               03 prn-dd-amount pic zz,zz9.99.
               03 prn-dd-percent-sign pic x.
           02 prn-dd-percent-view redefines prn-dd-terms.
               03 filler pic x(3).
               03 prn-dd-percent pic zz9.99.
               03 filler pic x.
           02 filler pic x value space.
           02 prn-dd-applied pic zz,zz9.99.
           02 filler pic x value space.
           02 prn-dd-applied-date pic 9(8).

       01 source-total-line.
           02 filler pic x(16) value "  Source total  ".
           02 prn-st-count pic zzz9.
           02 filler pic x(19) value " award(s)".
           02 prn-st-applied pic z,zzz,zz9.99.

       01 no-award-line pic x(40) value
          "No aid applied for the term.".

       01 grand-total-line.
           02 filler pic x(16) value "Term total      ".
           02 prn-gt-count pic zzzz9.
           02 filler pic x(18) value " award(s)".
           02 prn-gt-applied pic z,zzz,zz9.99.

       01 open-award-line.
           02 filler pic x(36) value
              "Awards open, not yet billed against:".
           02 prn-oa-count pic zzzz9.

       procedure division.
       Begin.
           accept ws-args-count from argument-number
           if ws-args-count > 0
               accept ws-wanted-term from argument-value
           else
               perform load-current-term
               move current-term-id to ws-wanted-term
           end-if
           if ws-wanted-term = spaces
               display "No term to report -- give a term id or flag "
                  "one current in data/terms.dat."
               stop run
           end-if

           open input aid-file
           if aid-file-missing
               display "No aid awards on file -- run AidMaint first."
               stop run
           end-if
           open input students-file
           open output disbursement-report

           move ws-wanted-term to prn-dh-term
           write disbursement-line from disbursement-heading
             after advancing page

           sort aid-sort-file on ascending key sort-source
               on ascending key sort-student-id
             input procedure is load-aid-sort-file
             output procedure is write-disbursement-body

           if awards-listed = zeroes
               write disbursement-line from no-award-line
                 after advancing 2 lines
           end-if
           move awards-listed to prn-gt-count
           move grand-applied-total to prn-gt-applied
           write disbursement-line from grand-total-line
             after advancing 2 lines
           move open-award-count to prn-oa-count
           write disbursement-line from open-award-line
             after advancing 1 line

           close aid-file, disbursement-report
           if not students-file-missing
               close students-file
           end-if

           display "Aid awards listed: " awards-listed
              " from " sources-listed " source(s) -- "
              "output/aid-disbursements.txt."
           stop run.

       load-current-term.
           open input terms-file
           if terms-file-ok
               read terms-file
                   at end move "Y" to terms-eof-flag
               end-read
               perform check-one-term until end-of-terms-file
               close terms-file
           end-if.

       check-one-term.
           if trm-is-current
               move trm-term-id to current-term-id
           end-if
           read terms-file
               at end move "Y" to terms-eof-flag
           end-read.

       load-aid-sort-file.
           read aid-file next
               at end move "Y" to aid-eof-flag
           end-read
           perform release-one-award until end-of-aid-file.

       release-one-award.
           if aa-term-id = ws-wanted-term
               evaluate true
                   when aa-applied
                       move aa-source to sort-source
                       move aa-student-id to sort-student-id
                       move aa-award-type to sort-award-type
                       move aa-basis to sort-basis
                       move aa-amount to sort-amount
                       move aa-percent to sort-percent
                       move aa-applied-amount to sort-applied-amount
                       move aa-applied-date to sort-applied-date
                       release aid-sort-rec
                   when aa-open
                       add 1 to open-award-count
                   when other
                       continue
               end-evaluate
           end-if
           read aid-file next
               at end move "Y" to aid-eof-flag
           end-read.

       write-disbursement-body.
           move low-values to prev-source
           return aid-sort-file
               at end move "Y" to aid-sort-eof
           end-return

           perform write-one-disbursement until end-of-aid-sort

           if sources-listed > zeroes
               perform write-source-total
           end-if.

       write-one-disbursement.
           if sort-source not = prev-source
               if sources-listed > zeroes
                   perform write-source-total
               end-if
               perform write-source-heading
           end-if

           move sort-student-id to prn-dd-student-id
           move sort-student-id to student-id
           move spaces to prn-dd-last-name
           if not students-file-missing
               read students-file
                   invalid key
                       move "(gone)" to prn-dd-last-name
                   not invalid key
                       move student-last-name to prn-dd-last-name
               end-read
           end-if
           evaluate sort-award-type
               when "S" move "Scholarship" to prn-dd-type
               when "G" move "Grant" to prn-dd-type
               when other move "Waiver" to prn-dd-type
           end-evaluate
           move spaces to prn-dd-terms
           if sort-basis = "P"
               move sort-percent to prn-dd-percent
               move "%" to prn-dd-percent-sign
           else
               move sort-amount to prn-dd-amount
           end-if
           move sort-applied-amount to prn-dd-applied
           move sort-applied-date to prn-dd-applied-date
           write disbursement-line from disbursement-detail
             after advancing 1 line

           add 1 to source-award-count, awards-listed
           add sort-applied-amount to source-applied-total
           add sort-applied-amount to grand-applied-total

           return aid-sort-file
               at end move "Y" to aid-sort-eof
           end-return.

       write-source-heading.
           add 1 to sources-listed
           move sort-source to prev-source
           move zeroes to source-award-count, source-applied-total
           move sort-source to prn-sh-source
           write disbursement-line from source-heading
             after advancing 2 lines
           write disbursement-line from disbursement-column-header
             after advancing 1 line.

       write-source-total.
           move source-award-count to prn-st-count
           move source-applied-total to prn-st-applied
           write disbursement-line from source-total-line
             after advancing 1 line.
