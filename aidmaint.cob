       identification division.
       program-id. AidMaint.
      * Financial-aid award maintenance for data/aid-awards.dat: add
      * a scholarship, grant or tuition waiver for a student and
      * term -- a fixed amount or a percentage of the term's tuition,
      * with the source paying it -- cancel an award not yet applied,
      * or list a student's awards. TuitionBill applies the open
      * awards when it bills the term, so an award for a term the
      * student has already been billed for is refused. Keyed by
      * student, term and a sequence so a student may hold several
      * awards in one term.

       environment division.
       input-output section.
       file-control.
           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select aid-file assign to "data/aid-awards.dat"
               organization is indexed
               access mode is dynamic
               record key is aa-key
               file status is aid-file-status.

           select billed-file assign to "data/tuition-billed.dat"
               organization is indexed
               access mode is dynamic
               record key is tb-key
               file status is billed-file-status.

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

       data division.
       file section.
       FD students-file.
           copy STUDREC.

       FD aid-file.
           copy AIDAWARD.

       FD billed-file.
           copy TUIBILL.

       FD terms-file.
           copy TERMREC.

       working-storage section.
       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".

       01 aid-file-status pic xx value spaces.
           88 aid-file-ok value "00".
           88 aid-file-missing value "35".

       01 billed-file-status pic xx value spaces.
           88 billed-file-ok value "00".
           88 billed-file-missing value "35".

       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".
       01 terms-eof-flag pic x value "N".
           88 end-of-terms-file value "Y".
       01 current-term-id pic x(5) value spaces.

       01 menu-choice pic x value spaces.
           88 wants-add value "A" "a".
           88 wants-cancel value "C" "c".
           88 wants-list value "L" "l".
           88 wants-quit value "Q" "q".

       01 entry-student-id pic 9(7) value zeroes.
       01 work-term-id pic x(5) value spaces.
       01 work-award-seq pic 99 value zeroes.
       01 work-award-type pic x value spaces.
           88 work-type-valid value "S" "G" "W".
       01 work-basis pic x value spaces.
           88 work-basis-valid value "A" "P".
           88 work-basis-percent value "P".
       01 work-amount pic 9(5)v99 value zeroes.
       01 work-percent pic 999v99 value zeroes.
       01 work-source pic x(20) value spaces.
       01 work-award-date pic 9(8) value zeroes.

       01 seq-assigned-flag pic x value "N".
           88 seq-is-assigned value "Y".
       01 aid-scan-eof pic x value "N".
           88 end-of-aid-scan value "Y".
       01 awards-listed pic 99 value zeroes.

       01 prn-award-amount pic zz,zz9.99.
       01 prn-award-percent pic zz9.99.
       01 prn-award-status pic x(9) value spaces.

       procedure division.
       Begin.
           open i-o aid-file
           if aid-file-missing
               open output aid-file
               close aid-file
               open i-o aid-file
           end-if
           open input students-file
           open input billed-file
           perform load-current-term

           perform until wants-quit
               display " "
               display "(A)dd an award, (C)ancel an award, "
                  "(L)ist a student's awards, (Q)uit: "
                  with no advancing
               accept menu-choice
               evaluate true
                   when wants-add perform add-award
                   when wants-cancel perform cancel-award
                   when wants-list perform list-student-awards
                   when wants-quit continue
                   when other display "Please choose A, C, L or Q."
               end-evaluate
           end-perform

           close aid-file, students-file
           if not billed-file-missing
               close billed-file
           end-if
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

       add-award.
           display "Student id: " with no advancing
           accept entry-student-id
           move entry-student-id to student-id
           read students-file
               invalid key
                   display "Student " entry-student-id
                      " not on file."
                   exit paragraph
           end-read
           display "Student: " student-name

           display "Term id [" current-term-id "]: " with no advancing
           accept work-term-id
           if work-term-id = spaces
               move current-term-id to work-term-id
           end-if
           if work-term-id = spaces
               display "A term id is required."
               exit paragraph
           end-if

      * The bill for the term is final once printed; aid found
      * afterwards goes through the registrar as a payment credit.
           if not billed-file-missing
               move entry-student-id to tb-student-id
               move work-term-id to tb-term-id
               read billed-file
                   invalid key continue
               end-read
               if billed-file-ok
                   display "Student " entry-student-id
                      " has already been billed for term "
                      work-term-id " -- award not added."
                   exit paragraph
               end-if
           end-if

           display "Award type -- (S)cholarship, (G)rant, (W)aiver: "
              with no advancing
           accept work-award-type
           move function upper-case(work-award-type)
             to work-award-type
           perform until work-type-valid
               display "Enter S, G or W: " with no advancing
               accept work-award-type
               move function upper-case(work-award-type)
                 to work-award-type
           end-perform

           display "Fixed (A)mount or (P)ercentage of tuition: "
              with no advancing
           accept work-basis
           move function upper-case(work-basis) to work-basis
           perform until work-basis-valid
               display "Enter A or P: " with no advancing
               accept work-basis
               move function upper-case(work-basis) to work-basis
           end-perform

           move zeroes to work-amount, work-percent
           if work-basis-percent
               display "Percentage of tuition (1-100): "
                  with no advancing
               accept work-percent
               perform until work-percent > zeroes
                   and work-percent not > 100
                   display "Enter a percentage from 1 to 100: "
                      with no advancing
                   accept work-percent
               end-perform
           else
               display "Award amount: " with no advancing
               accept work-amount
               perform until work-amount > zeroes
                   display "Enter an amount above zero: "
                      with no advancing
                   accept work-amount
               end-perform
           end-if

      * Upper case, so the disbursement report groups one source
      * under one heading however it was keyed.
           display "Source (fund or sponsor): " with no advancing
           accept work-source
           perform until work-source not = spaces
               display "A source is required: " with no advancing
               accept work-source
           end-perform
           move function upper-case(work-source) to work-source

           accept work-award-date from date YYYYMMDD
           perform assign-award-seq
           move work-award-type to aa-award-type
           move work-basis to aa-basis
           move work-amount to aa-amount
           move work-percent to aa-percent
           move work-source to aa-source
           move "O" to aa-status
           move work-award-date to aa-award-date
           move zeroes to aa-applied-amount, aa-applied-date
           write aid-award-record
               invalid key
                   display "Unable to add the award."
               not invalid key
                   display "Award " aa-seq " added for student "
                      aa-student-id " term " aa-term-id "."
           end-write.

       assign-award-seq.
           move entry-student-id to aa-student-id
           move work-term-id to aa-term-id
           move zeroes to aa-seq
           move "N" to seq-assigned-flag
           perform try-next-award-seq until seq-is-assigned.

       try-next-award-seq.
           add 1 to aa-seq
           read aid-file
               invalid key move "Y" to seq-assigned-flag
           end-read.

       cancel-award.
      * An award already applied is on a printed statement and
      * stands; only an open award can be cancelled.
           display "Student id: " with no advancing
           accept entry-student-id
           display "Term id [" current-term-id "]: " with no advancing
           accept work-term-id
           if work-term-id = spaces
               move current-term-id to work-term-id
           end-if
           display "Award number: " with no advancing
           accept work-award-seq

           move entry-student-id to aa-student-id
           move work-term-id to aa-term-id
           move work-award-seq to aa-seq
           read aid-file
               invalid key
                   display "No award " work-award-seq " for student "
                      entry-student-id " term " work-term-id "."
                   exit paragraph
           end-read

           evaluate true
               when aa-applied
                   display "Award already applied on the term "
                      "statement -- not cancelled."
               when aa-cancelled
                   display "Award already cancelled."
               when other
                   move "C" to aa-status
                   rewrite aid-award-record
                       invalid key
                           display "Unable to cancel the award."
                       not invalid key
                           display "Award " aa-seq " cancelled."
                   end-rewrite
           end-evaluate.

       list-student-awards.
           display "Student id: " with no advancing
           accept entry-student-id
           move zeroes to awards-listed
           move "N" to aid-scan-eof
           move entry-student-id to aa-student-id
           move low-values to aa-term-id
           move zeroes to aa-seq
           start aid-file key is >= aa-key
               invalid key move "Y" to aid-scan-eof
           end-start
           if not end-of-aid-scan
               read aid-file next
                   at end move "Y" to aid-scan-eof
               end-read
           end-if
           perform list-one-award until end-of-aid-scan
           if awards-listed = zeroes
               display "No awards on file for student "
                  entry-student-id "."
           end-if.

       list-one-award.
           if aa-student-id not = entry-student-id
               move "Y" to aid-scan-eof
           else
               add 1 to awards-listed
               evaluate true
                   when aa-applied move "APPLIED" to prn-award-status
                   when aa-cancelled
                       move "CANCELLED" to prn-award-status
                   when other move "OPEN" to prn-award-status
               end-evaluate
               if aa-percentage
                   move aa-percent to prn-award-percent
                   display aa-term-id " " aa-seq " " aa-award-type
                      " " prn-award-percent "% " aa-source " "
                      prn-award-status with no advancing
               else
                   move aa-amount to prn-award-amount
                   display aa-term-id " " aa-seq " " aa-award-type
                      " $" prn-award-amount " " aa-source " "
                      prn-award-status with no advancing
               end-if
               if aa-applied
                   move aa-applied-amount to prn-award-amount
                   display " $" prn-award-amount " on "
                      aa-applied-date
               else
                   display " "
               end-if
               read aid-file next
                   at end move "Y" to aid-scan-eof
               end-read
           end-if.
