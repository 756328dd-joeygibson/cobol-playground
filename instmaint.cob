      * it is loaded into a table, edited there, and written back on
      * quit, the shape of CatMaint. Courses are assigned to an
      * instructor through CatMaint's (D)etails choice; InstRpt
      * prints the per-instructor rosters and grade sheets. Each
      * instructor also carries the per-section pay rate and the
      * payroll employee id the TeachLoad batch pays a part-time
      * instructor by (rate zero for a salaried one).

       environment division.
       input-output section.
           02 instructor-entry occurs 30 times.
               03 tbl-inst-id pic x(3).
               03 tbl-inst-name pic x(20).
               03 tbl-inst-pay-rate pic 9(5)v99.
               03 tbl-inst-employee-id pic x(6).
       01 instructor-count pic 99 value zeroes.
       01 instructor-idx pic 99 value zeroes.
       01 found-idx pic 99 value zeroes.

       01 work-inst-id pic x(3) value spaces.
       01 work-inst-name pic x(20) value spaces.
       01 work-pay-rate pic 9(5)v99 value zeroes.
       01 work-pay-rate-entry pic x(9) value spaces.
       01 work-employee-id pic x(6) value spaces.
       01 work-employee-entry pic x(6) value spaces.
       01 prn-pay-rate pic zz,zz9.99.
       01 shift-idx pic 99 value zeroes.

       procedure division.
               add 1 to instructor-count
               move inst-id to tbl-inst-id(instructor-count)
               move inst-name to tbl-inst-name(instructor-count)
               if inst-pay-rate numeric
                   move inst-pay-rate
                     to tbl-inst-pay-rate(instructor-count)
               else
                   move zeroes to tbl-inst-pay-rate(instructor-count)
               end-if
               move inst-employee-id
                 to tbl-inst-employee-id(instructor-count)
           end-if
           read instructor-file
               at end move "Y" to instructor-eof-flag
       save-one-instructor.
           move tbl-inst-id(instructor-idx) to inst-id
           move tbl-inst-name(instructor-idx) to inst-name
           move tbl-inst-pay-rate(instructor-idx) to inst-pay-rate
           move tbl-inst-employee-id(instructor-idx)
             to inst-employee-id
           write instructor-record.

       find-instructor.
               else
                   display "Instructor name: " with no advancing
                   accept work-inst-name
                   move zeroes to work-pay-rate
                   move spaces to work-employee-id
                   perform accept-pay-details
                   add 1 to instructor-count
                   move work-inst-id
                     to tbl-inst-id(instructor-count)
                   move work-inst-name
                     to tbl-inst-name(instructor-count)
                   move work-pay-rate
                     to tbl-inst-pay-rate(instructor-count)
                   move work-employee-id
                     to tbl-inst-employee-id(instructor-count)
                   display "Instructor added."
               end-if
           end-if.
               if work-inst-name not = spaces
                   move work-inst-name to tbl-inst-name(found-idx)
               end-if
               move tbl-inst-pay-rate(found-idx) to work-pay-rate
               move tbl-inst-employee-id(found-idx)
                 to work-employee-id
               perform accept-pay-details
               move work-pay-rate to tbl-inst-pay-rate(found-idx)
               move work-employee-id
                 to tbl-inst-employee-id(found-idx)
               display "Instructor changed."
           end-if.

       accept-pay-details.
      * Blank keeps what is there; a new instructor starts salaried.
           move work-pay-rate to prn-pay-rate
           display "Pay per section taught, 0 if salaried ["
              prn-pay-rate "]: " with no advancing
           accept work-pay-rate-entry
           if work-pay-rate-entry not = spaces
               compute work-pay-rate =
                  function numval(work-pay-rate-entry)
           end-if
           if work-pay-rate > zeroes
               display "Payroll employee id [" work-employee-id
                  "] (blank keeps it): " with no advancing
               accept work-employee-entry
               if work-employee-entry not = spaces
                   move function upper-case(work-employee-entry)
                     to work-employee-id
               end-if
           end-if.

       remove-instructor.
           display "Instructor id: " with no advancing
           accept work-inst-id
               until instructor-idx > instructor-count.

       list-one-instructor.
           move tbl-inst-pay-rate(instructor-idx) to prn-pay-rate
           display tbl-inst-id(instructor-idx) "  "
              tbl-inst-name(instructor-idx) "  "
              prn-pay-rate " per section  "
              tbl-inst-employee-id(instructor-idx).
