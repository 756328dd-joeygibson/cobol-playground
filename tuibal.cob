      * for the term, one line per billed student with a
      * PAID/PARTIAL/UNPAID/OVERPAID status and totals for the
      * registrar. Only payments dated on or after the billing date
      * count, mirroring the club side's payment matching. The
      * balance is net of the financial aid TuitionBill applied on
      * the statement and of the credits posted since for courses
      * dropped or withdrawn, each shown in its own column; a
      * student left owed money back shows REFUND. The term id is the
      * first argument, defaulting to the current term in
      * data/terms.dat.

       environment division.
           copy TERMREC.

       FD balance-report.
       01 balance-line pic x(80).

       working-storage section.
       01 billed-file-status pic xx value spaces.
       01 student-paid-amount pic 9(6)v99 value zeroes.
       01 open-balance pic s9(6)v99 value zeroes.
       01 total-billed pic 9(7)v99 value zeroes.
       01 total-aid pic 9(7)v99 value zeroes.
       01 total-refunded pic 9(7)v99 value zeroes.
       01 total-paid pic 9(7)v99 value zeroes.
       01 total-balance pic s9(7)v99 value zeroes.

              "Tuition Balance Report -- term      ".
           02 prn-bal-term pic x(5).

       01 balance-column-header pic x(80) value
          "Student  Billed      Aid         Credits     Paid        Ba
      -    "lance     Status".

       01 balance-detail.
           02 prn-bal-student-id pic 9(7).
           02 filler pic x(2) value spaces.
           02 prn-bal-billed pic zz,zz9.99.
           02 filler pic x(3) value spaces.
           02 prn-bal-aid pic zz,zz9.99.
           02 filler pic x(3) value spaces.
           02 prn-bal-refunded pic zz,zz9.99.
           02 filler pic x(3) value spaces.
           02 prn-bal-paid pic zz,zz9.99.
           02 filler pic x(3) value spaces.
           02 prn-bal-balance pic zz,zz9.99-.
           02 filler pic x(9) value "Totals   ".
           02 prn-tot-billed pic zz,zz9.99.
           02 filler pic x(3) value spaces.
           02 prn-tot-aid pic zz,zz9.99.
           02 filler pic x(3) value spaces.
           02 prn-tot-refunded pic zz,zz9.99.
           02 filler pic x(3) value spaces.
           02 prn-tot-paid pic zz,zz9.99.
           02 filler pic x(3) value spaces.
           02 prn-tot-balance pic zz,zz9.99-.
           perform report-one-student until end-of-tuition-billed

           move total-billed to prn-tot-billed
           move total-aid to prn-tot-aid
           move total-refunded to prn-tot-refunded
           move total-paid to prn-tot-paid
           move total-balance to prn-tot-balance
           write balance-line from balance-totals
       report-one-student.
           if tb-term-id = ws-wanted-term
               perform sum-student-payments
               compute open-balance =
                  tb-amount - tb-aid-amount - tb-refund-amount
                  - student-paid-amount

               move tb-student-id to prn-bal-student-id
               move tb-amount to prn-bal-billed
               move tb-aid-amount to prn-bal-aid
               move tb-refund-amount to prn-bal-refunded
               move student-paid-amount to prn-bal-paid
               move open-balance to prn-bal-balance
               evaluate true
                   when open-balance = zeroes
                       move "PAID" to prn-bal-status
                   when open-balance < zeroes
                     and tb-refund-amount > zeroes
                       move "REFUND" to prn-bal-status
                   when open-balance < zeroes
                       move "OVERPAID" to prn-bal-status
                   when student-paid-amount = zeroes
                 after advancing 1 line

               add tb-amount to total-billed
               add tb-aid-amount to total-aid
               add tb-refund-amount to total-refunded
               add student-paid-amount to total-paid
               add open-balance to total-balance
           end-if
