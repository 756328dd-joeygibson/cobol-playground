       identification division.
       program-id. XferMaint.
      * Transfer credit entry for data/transfer-credits.dat: post a
      * course a student took at another school -- the institution,
      * its course number, the catalog course it is accepted as
      * (blank for general credit), the credits and the grade, a
      * letter A-D or F or P for a pass/fail course -- delete one
      * posted in error, or list a student's transfer credits.
      * A letter grade counts in the GPA only when the registrar
      * says so at posting; a pass never does.

       environment division.
       input-output section.
       file-control.
           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select transfer-file assign to
               "data/transfer-credits.dat"
               organization is indexed
               access mode is dynamic
               record key is xfr-key
               file status is transfer-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

       data division.
       file section.
       FD students-file.
           copy STUDREC.

       FD transfer-file.
           copy XFERCRED.

       FD catalog-file.
           copy CRSECAT.

       working-storage section.
       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".
       01 transfer-file-status pic xx value spaces.
           88 transfer-file-ok value "00".
           88 transfer-file-missing value "35".

       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 catalog-eof-flag pic x value "N".
           88 end-of-catalog value "Y".
       01 equiv-found-flag pic x value "N".
           88 equiv-is-found value "Y".

       01 menu-choice pic x value spaces.
           88 wants-add value "A" "a".
           88 wants-delete value "D" "d".
           88 wants-list value "L" "l".
           88 wants-quit value "Q" "q".

       01 entry-student-id pic 9(7) value zeroes.
       01 entry-seq pic 99 value zeroes.
       01 work-institution pic x(25) value spaces.
       01 work-ext-course pic x(10) value spaces.
       01 work-equiv-code pic x(4) value spaces.
       01 work-credits pic 9 value zeroes.
       01 work-grade pic x value spaces.
           88 work-grade-valid value "A" "B" "C" "D" "F" "P".
       01 work-gpa-flag pic x value spaces.
           88 work-gpa-flag-valid value "Y" "N".
       01 work-operator pic x(8) value spaces.
       01 confirm-reply pic x value spaces.
           88 reply-is-yes value "Y" "y".

       01 seq-assigned-flag pic x value "N".
           88 seq-is-assigned value "Y".
       01 xfer-list-eof pic x value "N".
           88 end-of-xfer-list value "Y".
       01 credits-listed pic 99 value zeroes.
       01 prn-gpa-note pic x(8) value spaces.

       procedure division.
       Begin.
           open i-o transfer-file
           if transfer-file-missing
               open output transfer-file
               close transfer-file
               open i-o transfer-file
           end-if
           open input students-file

           perform until wants-quit
               display " "
               display "(A)dd transfer credit, (D)elete one, "
                  "(L)ist a student's, (Q)uit: "
                  with no advancing
               accept menu-choice
               evaluate true
                   when wants-add perform add-transfer-credit
                   when wants-delete perform delete-transfer-credit
                   when wants-list perform list-transfer-credits
                   when wants-quit continue
                   when other display "Please choose A, D, L or Q."
               end-evaluate
           end-perform

           close transfer-file, students-file
           stop run.

       add-transfer-credit.
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

           display "Institution: " with no advancing
           accept work-institution
           perform until work-institution not = spaces
               display "An institution is required: "
                  with no advancing
               accept work-institution
           end-perform
           move function upper-case(work-institution)
             to work-institution
           display "Course taken there: " with no advancing
           accept work-ext-course
           perform until work-ext-course not = spaces
               display "The course is required: " with no advancing
               accept work-ext-course
           end-perform
           move function upper-case(work-ext-course)
             to work-ext-course

           display "Accepted as catalog course (blank for general "
              "credit): " with no advancing
           accept work-equiv-code
           move function upper-case(work-equiv-code)
             to work-equiv-code
           perform check-equiv-code
           perform until equiv-is-found
               display "Course " work-equiv-code " is not in the "
                  "catalog -- re-enter (blank for none): "
                  with no advancing
               accept work-equiv-code
               move function upper-case(work-equiv-code)
                 to work-equiv-code
               perform check-equiv-code
           end-perform

           display "Credits: " with no advancing
           accept work-credits
           perform until work-credits > zeroes
               display "Enter the credits (1-9): " with no advancing
               accept work-credits
           end-perform
           display "Grade (A-D, F, or P for a pass): "
              with no advancing
           accept work-grade
           move function upper-case(work-grade) to work-grade
           perform until work-grade-valid
               display "Enter A, B, C, D, F or P: " with no advancing
               accept work-grade
               move function upper-case(work-grade) to work-grade
           end-perform

      * A pass carries no grade points, so it cannot count.
           move "N" to work-gpa-flag
           if work-grade not = "P"
               display "Count this grade in the GPA (Y/N): "
                  with no advancing
               accept work-gpa-flag
               move function upper-case(work-gpa-flag)
                 to work-gpa-flag
               perform until work-gpa-flag-valid
                   display "Enter Y or N: " with no advancing
                   accept work-gpa-flag
                   move function upper-case(work-gpa-flag)
                     to work-gpa-flag
               end-perform
           end-if

           display "Posted by (initials): " with no advancing
           accept work-operator
           perform until work-operator not = spaces
               display "Initials are required: " with no advancing
               accept work-operator
           end-perform
           move function upper-case(work-operator) to work-operator

           perform assign-transfer-seq
           move work-institution to xfr-institution
           move work-ext-course to xfr-ext-course
           move work-equiv-code to xfr-equiv-code
           move work-credits to xfr-credits
           move work-grade to xfr-grade
           move work-gpa-flag to xfr-gpa-flag
           accept xfr-posted-date from date YYYYMMDD
           move work-operator to xfr-posted-by
           write transfer-credit-record
               invalid key
                   display "Unable to post the transfer credit."
               not invalid key
                   display "Transfer credit " xfr-seq
                      " posted for student " xfr-student-id "."
           end-write.

       check-equiv-code.
           move "N" to equiv-found-flag
           if work-equiv-code = spaces
               move "Y" to equiv-found-flag
               exit paragraph
           end-if
           move "N" to catalog-eof-flag
           open input catalog-file
           if not catalog-file-ok
      * No catalog to check against -- take the code as keyed.
               move "Y" to equiv-found-flag
               exit paragraph
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read
           perform check-one-catalog-code
               until end-of-catalog or equiv-is-found
           close catalog-file.

       check-one-catalog-code.
           if cat-course-code = work-equiv-code
               move "Y" to equiv-found-flag
           else
               read catalog-file
                   at end move "Y" to catalog-eof-flag
               end-read
           end-if.

       assign-transfer-seq.
           move entry-student-id to xfr-student-id
           move zeroes to xfr-seq
           move "N" to seq-assigned-flag
           perform try-next-transfer-seq until seq-is-assigned.

       try-next-transfer-seq.
           add 1 to xfr-seq
           read transfer-file
               invalid key move "Y" to seq-assigned-flag
           end-read.

       delete-transfer-credit.
           display "Student id: " with no advancing
           accept entry-student-id
           display "Transfer credit number: " with no advancing
           accept entry-seq
           move entry-student-id to xfr-student-id
           move entry-seq to xfr-seq
           read transfer-file
               invalid key
                   display "No transfer credit " entry-seq
                      " for student " entry-student-id "."
                   exit paragraph
           end-read
           display xfr-institution " " xfr-ext-course " as "
              xfr-equiv-code " " xfr-credits " cr grade " xfr-grade
           display "Delete this transfer credit? (Y/N): "
              with no advancing
           accept confirm-reply
           if not reply-is-yes
               display "Not deleted."
               exit paragraph
           end-if
           delete transfer-file
               invalid key
                   display "Unable to delete the transfer credit."
               not invalid key
                   display "Transfer credit " entry-seq " deleted."
           end-delete.

       list-transfer-credits.
           display "Student id: " with no advancing
           accept entry-student-id
           move zeroes to credits-listed
           move "N" to xfer-list-eof
           move entry-student-id to xfr-student-id
           move zeroes to xfr-seq
           start transfer-file key is >= xfr-key
               invalid key move "Y" to xfer-list-eof
           end-start
           if not end-of-xfer-list
               read transfer-file next
                   at end move "Y" to xfer-list-eof
               end-read
           end-if
           perform list-one-transfer-credit until end-of-xfer-list
           if credits-listed = zeroes
               display "No transfer credit on file for student "
                  entry-student-id "."
           end-if.

       list-one-transfer-credit.
           if xfr-student-id not = entry-student-id
               move "Y" to xfer-list-eof
           else
               add 1 to credits-listed
               if xfr-counts-in-gpa
                   move "IN GPA" to prn-gpa-note
               else
                   move spaces to prn-gpa-note
               end-if
               display xfr-seq " " xfr-institution " "
                  xfr-ext-course " as " xfr-equiv-code " "
                  xfr-credits " cr grade " xfr-grade " "
                  prn-gpa-note " posted " xfr-posted-date
                  " by " xfr-posted-by
               read transfer-file next
                   at end move "Y" to xfer-list-eof
               end-read
           end-if.
