       identification division.
       program-id. HoldRpt.
      * Registration holds report for the registrar: every active
      * hold in data/registration-holds.dat, sorted by hold type and
      * student -- the student, when and by whom it was placed, how
      * many days it has stood and the reason -- with a count per
      * type and in all. Output is output/registration-holds.txt.

       environment division.
       input-output section.
       file-control.
           select hold-file assign to "data/registration-holds.dat"
               organization is indexed
               access mode is sequential
               record key is hld-key
               file status is hold-file-status.

           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select hold-sort-file assign to
               "output/hold-sort.wrk".

           select holds-report assign to
               "output/registration-holds.txt"
               organization is line sequential.

       data division.
       file section.
       FD hold-file.
           copy STUHOLD.

       FD students-file.
           copy STUDREC.

       SD hold-sort-file.
       01 hold-sort-rec.
           02 sort-hold-type pic x.
           02 sort-student-id pic 9(7).
           02 sort-placed-date pic 9(8).
           02 sort-placed-by pic x(8).
           02 sort-reason pic x(30).

       FD holds-report.
       01 holds-line pic x(80).

       working-storage section.
           copy HOLDCHK.

       01 students-file-status pic xx value spaces.
           88 students-file-missing value "35".

       01 hold-eof-flag pic x value "N".
           88 end-of-hold-file value "Y".
       01 hold-sort-eof pic x value "N".
           88 end-of-hold-sort value "Y".

       01 ws-today-date pic 9(8) value zeroes.
       01 hold-age-days pic 9(5) value zeroes.
       01 prev-hold-type pic x value spaces.
       01 type-hold-count pic 9(5) value zeroes.
       01 types-listed pic 9 value zeroes.
       01 holds-listed pic 9(5) value zeroes.

       01 holds-heading.
           02 filler pic x(36) value
              "Active Registration Holds -- as of  ".
           02 prn-hh-date pic 9(8).

       01 type-heading.
           02 filler pic x(11) value "Hold type: ".
           02 prn-th-label pic x(10).

       01 holds-column-header.
           02 filler pic x(21) value "  Student".
           02 filler pic x(10) value "Placed".
           02 filler pic x(9) value "By".
           02 filler pic x(6) value " Days".
           02 filler pic x(30) value "Reason".

       01 holds-detail.
           02 filler pic x(2) value spaces.
           02 prn-hd-student-id pic 9(7).
           02 filler pic x value space.
           02 prn-hd-name pic x(10).
           02 filler pic x value space.
           02 prn-hd-placed-date pic 9(8).
           02 filler pic x(2) value spaces.
           02 prn-hd-placed-by pic x(8).
           02 filler pic x value space.
           02 prn-hd-days pic zzzz9.
           02 filler pic x value space.
           02 prn-hd-reason pic x(30).

       01 type-total-line.
           02 filler pic x(14) value "  Type total  ".
           02 prn-tt-count pic zzzz9.
           02 filler pic x(8) value " hold(s)".

       01 no-hold-line pic x(40) value
          "No active holds.".

       01 grand-total-line.
           02 filler pic x(14) value "All holds     ".
           02 prn-gt-count pic zzzz9.
           02 filler pic x(8) value " hold(s)".

       procedure division.
       Begin.
           open input hold-file
           if hold-file-missing
               display "No registration holds on file."
               stop run
           end-if
           open input students-file
           open output holds-report

           accept ws-today-date from date YYYYMMDD
           move ws-today-date to prn-hh-date
           write holds-line from holds-heading
             after advancing page

           sort hold-sort-file on ascending key sort-hold-type
               on ascending key sort-student-id
             input procedure is load-hold-sort-file
             output procedure is write-holds-body

           if holds-listed = zeroes
               write holds-line from no-hold-line
                 after advancing 2 lines
           end-if
           move holds-listed to prn-gt-count
           write holds-line from grand-total-line
             after advancing 2 lines

           close hold-file, holds-report
           if not students-file-missing
               close students-file
           end-if

           display "Active holds listed: " holds-listed
              " -- output/registration-holds.txt."
           stop run.

       load-hold-sort-file.
           read hold-file next
               at end move "Y" to hold-eof-flag
           end-read
           perform release-one-hold until end-of-hold-file.

       release-one-hold.
           if hld-active
               move hld-type to sort-hold-type
               move hld-student-id to sort-student-id
               move hld-placed-date to sort-placed-date
               move hld-placed-by to sort-placed-by
               move hld-reason to sort-reason
               release hold-sort-rec
           end-if
           read hold-file next
               at end move "Y" to hold-eof-flag
           end-read.

       write-holds-body.
           move low-values to prev-hold-type
           return hold-sort-file
               at end move "Y" to hold-sort-eof
           end-return

           perform write-one-hold until end-of-hold-sort

           if types-listed > zeroes
               perform write-type-total
           end-if.

       write-one-hold.
           if sort-hold-type not = prev-hold-type
               if types-listed > zeroes
                   perform write-type-total
               end-if
               perform write-type-heading
           end-if

           move sort-student-id to prn-hd-student-id
           move sort-student-id to student-id
           move spaces to prn-hd-name
           if not students-file-missing
               read students-file
                   invalid key
                       move "(gone)" to prn-hd-name
                   not invalid key
                       move student-name to prn-hd-name
               end-read
           end-if
           move sort-placed-date to prn-hd-placed-date
           move sort-placed-by to prn-hd-placed-by
           move zeroes to hold-age-days
           if sort-placed-date numeric
             and sort-placed-date not > ws-today-date
               compute hold-age-days =
                  function integer-of-date(ws-today-date)
                  - function integer-of-date(sort-placed-date)
           end-if
           move hold-age-days to prn-hd-days
           move sort-reason to prn-hd-reason
           write holds-line from holds-detail
             after advancing 1 line

           add 1 to type-hold-count, holds-listed

           return hold-sort-file
               at end move "Y" to hold-sort-eof
           end-return.

       write-type-heading.
           add 1 to types-listed
           move sort-hold-type to prev-hold-type
           move zeroes to type-hold-count
           move sort-hold-type to hc-hold-type
           perform set-hold-label
           move hc-hold-label to prn-th-label
           write holds-line from type-heading
             after advancing 2 lines
           write holds-line from holds-column-header
             after advancing 1 line.

       write-type-total.
           move type-hold-count to prn-tt-count
           write holds-line from type-total-line
             after advancing 1 line.

           copy HOLDCHKP.
