       identification division.
       program-id. HoldMaint.
      * Registration hold maintenance for data/registration-holds.dat:
      * place a financial, library, academic or registrar hold on a
      * student with the reason and who placed it, release one once
      * it is cleared, or list a student's holds with their history.
      * While a hold is active Enroll and StuBatch will not enroll
      * the student and Transcript will not print one. A student
      * may hold only one active hold of each type; financial holds
      * for past-due tuition are normally placed and released by the
      * FinHold batch.

       environment division.
       input-output section.
       file-control.
           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select hold-file assign to "data/registration-holds.dat"
               organization is indexed
               access mode is dynamic
               record key is hld-key
               file status is hold-file-status.

       data division.
       file section.
       FD students-file.
           copy STUDREC.

       FD hold-file.
           copy STUHOLD.

       working-storage section.
           copy HOLDCHK.

       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".

       01 menu-choice pic x value spaces.
           88 wants-place value "P" "p".
           88 wants-release value "R" "r".
           88 wants-list value "L" "l".
           88 wants-quit value "Q" "q".

       01 entry-student-id pic 9(7) value zeroes.
       01 work-hold-type pic x value spaces.
           88 work-type-valid value "F" "L" "A" "R".
       01 work-hold-seq pic 99 value zeroes.
       01 work-reason pic x(30) value spaces.
       01 work-operator pic x(8) value spaces.
       01 work-today-date pic 9(8) value zeroes.

       01 seq-assigned-flag pic x value "N".
           88 seq-is-assigned value "Y".
       01 type-held-flag pic x value "N".
           88 type-already-held value "Y".
       01 hold-list-eof pic x value "N".
           88 end-of-hold-list value "Y".
       01 holds-listed pic 99 value zeroes.
       01 prn-hold-status pic x(8) value spaces.

       procedure division.
       Begin.
           open i-o hold-file
           if hold-file-missing
               open output hold-file
               close hold-file
               open i-o hold-file
           end-if
           open input students-file

           perform until wants-quit
               display " "
               display "(P)lace a hold, (R)elease a hold, "
                  "(L)ist a student's holds, (Q)uit: "
                  with no advancing
               accept menu-choice
               evaluate true
                   when wants-place perform place-hold
                   when wants-release perform release-hold
                   when wants-list perform list-student-holds
                   when wants-quit continue
                   when other display "Please choose P, R, L or Q."
               end-evaluate
           end-perform

           close hold-file, students-file
           stop run.

       place-hold.
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

           display "Hold type -- (F)inancial, (L)ibrary, "
              "(A)cademic, (R)egistrar: " with no advancing
           accept work-hold-type
           move function upper-case(work-hold-type) to work-hold-type
           perform until work-type-valid
               display "Enter F, L, A or R: " with no advancing
               accept work-hold-type
               move function upper-case(work-hold-type)
                 to work-hold-type
           end-perform

           perform find-active-hold-of-type
           if type-already-held
               move work-hold-type to hc-hold-type
               perform set-hold-label
               display "Student already has an active "
                  hc-hold-label " hold (" hld-reason ")."
               exit paragraph
           end-if

           display "Reason: " with no advancing
           accept work-reason
           perform until work-reason not = spaces
               display "A reason is required: " with no advancing
               accept work-reason
           end-perform
           display "Placed by (initials): " with no advancing
           accept work-operator
           perform until work-operator not = spaces
               display "Initials are required: " with no advancing
               accept work-operator
           end-perform
           move function upper-case(work-operator) to work-operator

           accept work-today-date from date YYYYMMDD
           perform assign-hold-seq
           move work-today-date to hld-placed-date
           move work-operator to hld-placed-by
           move work-reason to hld-reason
           move zeroes to hld-released-date
           move spaces to hld-released-by
           write registration-hold-record
               invalid key
                   display "Unable to place the hold."
               not invalid key
                   display "Hold " hld-type hld-seq
                      " placed on student " hld-student-id "."
           end-write.

       find-active-hold-of-type.
           move "N" to type-held-flag
           move "N" to hold-list-eof
           move entry-student-id to hld-student-id
           move work-hold-type to hld-type
           move zeroes to hld-seq
           start hold-file key is >= hld-key
               invalid key move "Y" to hold-list-eof
           end-start
           if not end-of-hold-list
               read hold-file next
                   at end move "Y" to hold-list-eof
               end-read
           end-if
           perform check-one-hold-of-type
               until end-of-hold-list or type-already-held.

       check-one-hold-of-type.
           if hld-student-id not = entry-student-id
             or hld-type not = work-hold-type
               move "Y" to hold-list-eof
           else
               if hld-active
                   move "Y" to type-held-flag
               else
                   read hold-file next
                       at end move "Y" to hold-list-eof
                   end-read
               end-if
           end-if.

       assign-hold-seq.
           move entry-student-id to hld-student-id
           move work-hold-type to hld-type
           move zeroes to hld-seq
           move "N" to seq-assigned-flag
           perform try-next-hold-seq until seq-is-assigned.

       try-next-hold-seq.
           add 1 to hld-seq
           read hold-file
               invalid key move "Y" to seq-assigned-flag
           end-read.

       release-hold.
           display "Student id: " with no advancing
           accept entry-student-id
           display "Hold type (F, L, A or R): " with no advancing
           accept work-hold-type
           move function upper-case(work-hold-type) to work-hold-type

           perform find-active-hold-of-type
           if not type-already-held
               display "No active hold of type " work-hold-type
                  " for student " entry-student-id "."
               exit paragraph
           end-if
           display "Hold " hld-type hld-seq " placed " hld-placed-date
              " by " hld-placed-by ": " hld-reason

           display "Released by (initials): " with no advancing
           accept work-operator
           perform until work-operator not = spaces
               display "Initials are required: " with no advancing
               accept work-operator
           end-perform
           move function upper-case(work-operator) to hld-released-by
           accept hld-released-date from date YYYYMMDD
           rewrite registration-hold-record
               invalid key
                   display "Unable to release the hold."
               not invalid key
                   display "Hold " hld-type hld-seq " released."
           end-rewrite.

       list-student-holds.
           display "Student id: " with no advancing
           accept entry-student-id
           move zeroes to holds-listed
           move "N" to hold-list-eof
           move entry-student-id to hld-student-id
           move low-values to hld-type
           move zeroes to hld-seq
           start hold-file key is >= hld-key
               invalid key move "Y" to hold-list-eof
           end-start
           if not end-of-hold-list
               read hold-file next
                   at end move "Y" to hold-list-eof
               end-read
           end-if
           perform list-one-hold until end-of-hold-list
           if holds-listed = zeroes
               display "No holds on file for student "
                  entry-student-id "."
           end-if.

       list-one-hold.
           if hld-student-id not = entry-student-id
               move "Y" to hold-list-eof
           else
               add 1 to holds-listed
               move hld-type to hc-hold-type
               perform set-hold-label
               if hld-active
                   move "ACTIVE" to prn-hold-status
                   display hld-type hld-seq " " hc-hold-label " "
                      prn-hold-status " placed " hld-placed-date
                      " by " hld-placed-by " " hld-reason
               else
                   move "RELEASED" to prn-hold-status
                   display hld-type hld-seq " " hc-hold-label " "
                      prn-hold-status " " hld-released-date
                      " by " hld-released-by " " hld-reason
               end-if
               read hold-file next
                   at end move "Y" to hold-list-eof
               end-read
           end-if.

           copy HOLDCHKP.
