      * GPA reporting from the grade file GradeEntry maintains: a
      * per-student GPA report (grade points A=4 .. F=0) with the
      * student's name from students1.dat, and a course-average
      * report per course code. A student's transfer grades flagged
      * to count in the GPA (data/transfer-credits.dat, XFERCHKP)
      * join the student's GPA but not the course averages.

       environment division.
       input-output section.
               record key is student-id
               file status is students-file-status.

           select transfer-file assign to
               "data/transfer-credits.dat"
               organization is indexed
               access mode is dynamic
               record key is xfr-key
               file status is transfer-file-status.

           select gpa-report assign to "output/student-gpa.txt"
               organization is line sequential.

       FD students-file.
           copy STUDREC.

       FD transfer-file.
           copy XFERCRED.

       FD gpa-report.
       01 gpa-report-line pic x(50).

       01 course-avg-line pic x(50).

       working-storage section.
           copy XFERCHK.

       01 grades-file-status pic xx value spaces.
           88 grades-file-ok value "00".
       01 students-file-status pic xx value spaces.
               stop run
           end-if
           open input students-file
           open input transfer-file
           open output gpa-report
           open output course-avg-report


           close grades-file, students-file
           close gpa-report, course-avg-report
           if not transfer-file-missing
               close transfer-file
           end-if
           stop run.

       tally-one-grade.
           end-if.

       print-student-gpa.
           move prev-student-id to xc-student-id
           perform sum-transfer-gpa
           add xc-gpa-points to student-grade-points
           add xc-gpa-courses to student-course-count
           if student-course-count > zeroes
               compute student-gpa rounded =
                  student-grade-points / student-course-count
               write course-avg-line from course-avg-detail
                 after advancing 1 line
           end-if.

           copy XFERCHKP.
