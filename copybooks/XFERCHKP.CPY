      * Companion procedures for XFERCHK: the transfer credit
      * routines. check-transfer-credit walks xc-student-id's
      * transfer credits for a passing grade accepted as
      * xc-course-code. sum-transfer-gpa adds up the student's
      * transfer grades flagged to count in the GPA, on the same
      * A=4 .. F=0 scale as the home grades; a pass (P) carries no
      * grade points and is never counted.
       check-transfer-credit.
           move "N" to xc-passed-flag
           if transfer-file-missing or xc-course-code = spaces
               exit paragraph
           end-if
           perform start-transfer-scan
           perform check-one-transfer-credit
               until xc-end-of-transfer-scan or xc-transfer-passed.

       check-one-transfer-credit.
           if xfr-student-id not = xc-student-id
               move "Y" to xc-scan-eof
           else
               if xfr-equiv-code = xc-course-code
                 and xfr-grade-passing
                   move "Y" to xc-passed-flag
               else
                   read transfer-file next
                       at end move "Y" to xc-scan-eof
                   end-read
               end-if
           end-if.

       sum-transfer-gpa.
           move zeroes to xc-gpa-points, xc-gpa-courses
           if transfer-file-missing
               exit paragraph
           end-if
           perform start-transfer-scan
           perform add-one-transfer-grade
               until xc-end-of-transfer-scan.

       add-one-transfer-grade.
           if xfr-student-id not = xc-student-id
               move "Y" to xc-scan-eof
           else
               if xfr-counts-in-gpa and not xfr-grade-is-pass
                   perform set-transfer-points
                   add xc-one-points to xc-gpa-points
                   add 1 to xc-gpa-courses
               end-if
               read transfer-file next
                   at end move "Y" to xc-scan-eof
               end-read
           end-if.

       set-transfer-points.
           evaluate xfr-grade
               when "A" move 4 to xc-one-points
               when "B" move 3 to xc-one-points
               when "C" move 2 to xc-one-points
               when "D" move 1 to xc-one-points
               when other move 0 to xc-one-points
           end-evaluate.

       start-transfer-scan.
           move "N" to xc-scan-eof
           move xc-student-id to xfr-student-id
           move zeroes to xfr-seq
           start transfer-file key is >= xfr-key
               invalid key move "Y" to xc-scan-eof
           end-start
           if not xc-end-of-transfer-scan
               read transfer-file next
                   at end move "Y" to xc-scan-eof
               end-read
           end-if.
