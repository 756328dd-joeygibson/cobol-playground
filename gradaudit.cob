       identification division.
       program-id. GradAudit.
      * Graduation audit against the degree programs ProgMaint keeps
      * in data/degree-programs.dat. For the student-id given as the
      * first argument (or ALL for every student with a declared
      * program) prints, one page per student, each required course
      * and each elective group as met (passed at the program's
      * minimum grade in grades1.dat), in progress (an active
      * enrollment this term in data/enrollments.dat) or still
      * outstanding, the credits earned and in progress against the
      * program minimum, and the result -- to
      * output/graduation-audit.txt. Run with ELIGIBLE as the
      * argument it is the term batch instead: every student who has
      * met the program, or will on passing this term's courses, is
      * listed in output/graduation-eligible.txt.

       environment division.
       input-output section.
       file-control.
           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select grades-file assign to "grades1.dat"
               organization is indexed
               access mode is dynamic
               record key is grade-key
               file status is grades-file-status.

           select enrollment-file assign to "data/enrollments.dat"
               organization is indexed
               access mode is dynamic
               record key is enrol-key
               file status is enrollment-file-status.

           select program-file assign to "data/degree-programs.dat"
               organization is line sequential
               file status is program-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

           select terms-file assign to "data/terms.dat"
               organization is line sequential
               file status is terms-file-status.

           select audit-report assign to
               "output/graduation-audit.txt"
               organization is line sequential.

           select eligible-report assign to
               "output/graduation-eligible.txt"
               organization is line sequential.

       data division.
       file section.
       FD students-file.
           copy STUDREC.

       FD grades-file.
           copy GRADEREC.

       FD enrollment-file.
           copy ENROLREC.

       FD program-file.
           copy DEGPROG.

       FD catalog-file.
           copy CRSECAT.

       FD terms-file.
           copy TERMREC.

       FD audit-report.
       01 audit-line pic x(72).

       FD eligible-report.
       01 eligible-line pic x(72).

       working-storage section.
       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".
       01 grades-file-status pic xx value spaces.
           88 grades-file-missing value "35".
       01 enrollment-file-status pic xx value spaces.
           88 enrollment-file-missing value "35".
       01 program-file-status pic xx value spaces.
           88 program-file-ok value "00".
       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 terms-file-status pic xx value spaces.
           88 terms-file-ok value "00".

       01 ws-args-count pic 9(4) comp value zeroes.
       01 ws-wanted-student pic x(8) value spaces.
       01 ws-run-mode pic x value "S".
           88 wants-one-student value "S".
           88 wants-all-students value "A".
           88 wants-eligible-list value "E".

       01 program-eof-flag pic x value "N".
           88 end-of-program-file value "Y".
       01 catalog-eof-flag pic x value "N".
           88 end-of-catalog value "Y".
       01 terms-eof-flag pic x value "N".
           88 end-of-terms-file value "Y".
       01 grade-scan-eof pic x value "N".
           88 end-of-grade-scan value "Y".
       01 enrol-scan-eof pic x value "N".
           88 end-of-enrol-scan value "Y".

       01 current-term-id pic x(5) value spaces.

       01 program-table.
           02 program-entry occurs 20 times.
               03 tbl-prog-code pic x(4).
               03 tbl-prog-rest pic x(140).
       01 program-count pic 99 value zeroes.
       01 program-idx pic 99 value zeroes.
       01 program-found-idx pic 99 value zeroes.

       01 course-catalog-table.
           02 catalog-entry occurs 50 times.
               03 cat-tbl-code pic x(4).
               03 cat-tbl-credits pic 9.
       01 catalog-count pic 99 value zeroes.
       01 catalog-idx pic 99 value zeroes.
       01 course-credits pic 9 value zeroes.

      * One student's courses: every grade on file, and every course
      * the student is actively enrolled in this term.
       01 student-course-table.
           02 student-course occurs 60 times.
               03 sc-course-code pic x(4).
               03 sc-grade pic x.
               03 sc-in-progress-flag pic x.
                   88 sc-in-progress value "Y".
       01 student-course-count pic 99 value zeroes.
       01 sc-idx pic 99 value zeroes.
       01 sc-found-idx pic 99 value zeroes.

       01 check-course-code pic x(4) value spaces.
       01 course-standing pic x value spaces.
           88 course-met value "M".
           88 course-in-progress value "P".
           88 course-below-minimum value "L".
           88 course-not-taken value "O".

       01 required-idx pic 99 value zeroes.
       01 group-idx pic 9 value zeroes.
       01 elective-idx pic 9 value zeroes.
       01 required-met pic 99 value zeroes.
       01 required-pending pic 99 value zeroes.
       01 required-outstanding pic 99 value zeroes.
       01 group-met-count pic 9 value zeroes.
       01 group-pending-count pic 9 value zeroes.
       01 groups-pending pic 9 value zeroes.
       01 groups-short pic 9 value zeroes.
       01 credits-earned pic 9(3) value zeroes.
       01 credits-in-progress pic 9(3) value zeroes.
       01 credits-possible pic 9(4) value zeroes.
       01 courses-in-progress pic 99 value zeroes.

       01 audit-result pic x value spaces.
           88 audit-complete value "C".
           88 audit-pending value "P".
           88 audit-outstanding value "O".
       01 print-audit-flag pic x value "N".
           88 printing-audit value "Y".

       01 students-audited pic 9(5) value zeroes.
       01 students-eligible pic 9(5) value zeroes.
       01 students-printed pic 9(5) value zeroes.

       01 audit-heading pic x(20) value "GRADUATION AUDIT".

       01 audit-name-line.
           02 filler pic x(10) value "Student:  ".
           02 prn-au-last-name pic x(8).
           02 filler pic x value space.
           02 prn-au-initials pic xx.
           02 filler pic x(7) value "  id:  ".
           02 prn-au-student-id pic 9(7).

       01 audit-program-line.
           02 filler pic x(10) value "Program:  ".
           02 prn-au-prog-code pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-au-prog-title pic x(20).
           02 filler pic x(13) value "  min grade  ".
           02 prn-au-min-grade pic x.
           02 filler pic x(14) value "   min credits".
           02 prn-au-min-credits pic zzz9.

       01 no-program-line pic x(40) value
          "No degree program declared.".

       01 unknown-program-line.
           02 filler pic x(8) value "Program ".
           02 prn-up-prog-code pic x(4).
           02 filler pic x(36) value
              " is not on the degree-program file.".

       01 required-heading pic x(20) value "Required courses".

       01 course-status-line.
           02 filler pic x(2) value spaces.
           02 prn-cs-course-code pic x(4).
           02 filler pic x(2) value spaces.
           02 prn-cs-standing pic x(12).
           02 filler pic x(2) value spaces.
           02 prn-cs-detail pic x(20).

       01 elective-heading.
           02 filler pic x(15) value "Elective group ".
           02 prn-eh-group pic 9.
           02 filler pic x(9) value " -- pass ".
           02 prn-eh-needed pic 9.
           02 filler pic x(16) value " of the courses".

       01 elective-total-line.
           02 filler pic x(2) value spaces.
           02 prn-et-met pic 9.
           02 filler pic x(7) value " met,  ".
           02 prn-et-pending pic 9.
           02 filler pic x(17) value " in progress,    ".
           02 prn-et-needed pic 9.
           02 filler pic x(8) value " needed ".

       01 credits-line.
           02 filler pic x(17) value "Credits: earned  ".
           02 prn-cr-earned pic zz9.
           02 filler pic x(16) value "   in progress  ".
           02 prn-cr-in-progress pic zz9.
           02 filler pic x(13) value "   required  ".
           02 prn-cr-required pic zz9.

       01 result-line.
           02 filler pic x(9) value "Result:  ".
           02 prn-rs-result pic x(50).

       01 eligible-heading.
           02 filler pic x(36) value
              "Students Eligible to Graduate, Term ".
           02 prn-eh-term pic x(5).

       01 eligible-column-header.
           02 filler pic x(9) value "Student".
           02 filler pic x(13) value "Name".
           02 filler pic x(6) value "Prog".
           02 filler pic x(8) value "Credits".
           02 filler pic x(6) value "Status".

       01 eligible-detail.
           02 prn-el-student-id pic 9(7).
           02 filler pic x(2) value spaces.
           02 prn-el-last-name pic x(8).
           02 filler pic x value space.
           02 prn-el-initials pic xx.
           02 filler pic x(2) value spaces.
           02 prn-el-prog-code pic x(4).
           02 filler pic x(4) value spaces.
           02 prn-el-credits pic zz9.
           02 filler pic x(3) value spaces.
           02 prn-el-status pic x(11).
           02 prn-el-pending pic zz.
           02 prn-el-pending-text pic x(22).

       01 eligible-total-line.
           02 filler pic x(18) value "Students audited: ".
           02 prn-et-audited pic zzzz9.
           02 filler pic x(14) value "    Eligible: ".
           02 prn-et-eligible pic zzzz9.

       01 no-eligible-line pic x(40) value
          "No students eligible this term.".

       procedure division.
       Begin.
           accept ws-args-count from argument-number
           if ws-args-count > 0
               accept ws-wanted-student from argument-value
           else
               display "Student id (or ALL, or ELIGIBLE for the "
                  "term list): " with no advancing
               accept ws-wanted-student
           end-if
           evaluate ws-wanted-student
               when "ALL"
               when "all"
                   move "A" to ws-run-mode
               when "ELIGIBLE"
               when "eligible"
                   move "E" to ws-run-mode
               when other
                   move "S" to ws-run-mode
           end-evaluate

           open input students-file
           if not students-file-ok
               display "Student file students1.dat not found."
               stop run
           end-if
           open input grades-file
           if grades-file-missing
               display "Grade file grades1.dat not found -- no "
                  "course will show as met."
           end-if
           open input enrollment-file
           perform load-degree-programs
           perform load-course-credits
           perform load-current-term

           if wants-eligible-list
               perform list-eligible-students
           else
               open output audit-report
               move "Y" to print-audit-flag
               if wants-all-students
                   perform audit-all-students
               else
                   move ws-wanted-student to student-id
                   read students-file
                       invalid key
                           display "Student " ws-wanted-student
                              " not on file."
                       not invalid key
                           perform print-one-audit
                   end-read
               end-if
               close audit-report
               display "Graduation audits printed: " students-printed
                  " -- output/graduation-audit.txt."
           end-if

           close students-file
           if not grades-file-missing
               close grades-file
           end-if
           if not enrollment-file-missing
               close enrollment-file
           end-if
           stop run.

       load-degree-programs.
           open input program-file
           if not program-file-ok
               display "Degree-program file data/degree-programs.dat "
                  "not found -- no student can be audited."
           else
               read program-file
                   at end move "Y" to program-eof-flag
               end-read
               perform load-one-program until end-of-program-file
               close program-file
           end-if.

       load-one-program.
           if program-count < 20
               add 1 to program-count
               move program-record to program-entry(program-count)
           end-if
           read program-file
               at end move "Y" to program-eof-flag
           end-read.

       load-course-credits.
           open input catalog-file
           if catalog-file-ok
               read catalog-file
                   at end move "Y" to catalog-eof-flag
               end-read
               perform load-one-catalog-course until end-of-catalog
               close catalog-file
           end-if.

       load-one-catalog-course.
           if catalog-count < 50
               add 1 to catalog-count
               move cat-course-code to cat-tbl-code(catalog-count)
               if cat-course-credits numeric
                   move cat-course-credits
                     to cat-tbl-credits(catalog-count)
               else
                   move 3 to cat-tbl-credits(catalog-count)
               end-if
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read.

       load-current-term.
           open input terms-file
           if terms-file-ok
               read terms-file
                   at end move "Y" to terms-eof-flag
               end-read
               perform check-one-term until end-of-terms-file
               close terms-file
           end-if
           if current-term-id = spaces
               display "No current term flagged in data/terms.dat -- "
                  "no course will show as in progress."
           end-if.

       check-one-term.
           if trm-is-current
               move trm-term-id to current-term-id
           end-if
           read terms-file
               at end move "Y" to terms-eof-flag
           end-read.

       start-student-scan.
           move zeroes to student-id
           start students-file key is >= student-id
               invalid key set end-of-student-file to true
           end-start
           if not end-of-student-file
               read students-file next
                   at end set end-of-student-file to true
               end-read
           end-if.

       audit-all-students.
           perform start-student-scan
           perform audit-next-student until end-of-student-file.

       audit-next-student.
           if not program-undeclared
               perform print-one-audit
           end-if
           read students-file next
               at end set end-of-student-file to true
           end-read.

       print-one-audit.
           write audit-line from audit-heading
             after advancing page
           move student-last-name to prn-au-last-name
           move student-initials to prn-au-initials
           move student-id to prn-au-student-id
           write audit-line from audit-name-line
             after advancing 2 lines
           add 1 to students-printed

           if program-undeclared
               write audit-line from no-program-line
                 after advancing 1 line
               exit paragraph
           end-if
           perform find-student-program
           if program-found-idx = zeroes
               move student-program-code to prn-up-prog-code
               write audit-line from unknown-program-line
                 after advancing 1 line
               exit paragraph
           end-if

           move prog-code to prn-au-prog-code
           move prog-title to prn-au-prog-title
           move prog-min-grade to prn-au-min-grade
           move prog-min-credits to prn-au-min-credits
           write audit-line from audit-program-line
             after advancing 1 line

           write audit-line from required-heading
             after advancing 2 lines
           perform evaluate-student-program

           move credits-earned to prn-cr-earned
           move credits-in-progress to prn-cr-in-progress
           move prog-min-credits to prn-cr-required
           write audit-line from credits-line
             after advancing 2 lines
           evaluate true
               when audit-complete
                   move "ELIGIBLE -- all requirements met"
                     to prn-rs-result
               when audit-pending
                   move "ELIGIBLE on passing the courses in progress"
                     to prn-rs-result
               when other
                   move "NOT ELIGIBLE -- requirements outstanding"
                     to prn-rs-result
           end-evaluate
           write audit-line from result-line
             after advancing 1 line.

       find-student-program.
      * Leaves the student's program in program-record.
           move zeroes to program-found-idx
           perform check-one-program
               varying program-idx from 1 by 1
               until program-idx > program-count
           if program-found-idx > zeroes
               move program-entry(program-found-idx)
                 to program-record
           end-if.

       check-one-program.
           if tbl-prog-code(program-idx) = student-program-code
               move program-idx to program-found-idx
           end-if.

       evaluate-student-program.
      * Rates the student in student-record against the program in
      * program-record, writing the course lines when printing.
           move zeroes to required-met, required-pending,
              required-outstanding, groups-pending, groups-short,
              credits-earned, credits-in-progress,
              courses-in-progress
           perform load-student-courses

           perform check-one-required
               varying required-idx from 1 by 1
               until required-idx > 10
           perform check-one-elective-group
               varying group-idx from 1 by 1
               until group-idx > 3
           perform add-one-course-credits
               varying sc-idx from 1 by 1
               until sc-idx > student-course-count

           compute credits-possible =
              credits-earned + credits-in-progress
           if required-outstanding = zeroes and groups-short = zeroes
             and credits-possible >= prog-min-credits
               if required-pending = zeroes
                 and groups-pending = zeroes
                 and credits-earned >= prog-min-credits
                   move "C" to audit-result
               else
                   move "P" to audit-result
               end-if
           else
               move "O" to audit-result
           end-if.

       load-student-courses.
           move zeroes to student-course-count
           move "N" to grade-scan-eof
           if grades-file-missing
               move "Y" to grade-scan-eof
           else
               move student-id to grade-student-id
               move low-values to grade-course-code
               start grades-file key is >= grade-key
                   invalid key move "Y" to grade-scan-eof
               end-start
               if not end-of-grade-scan
                   perform read-next-grade
               end-if
           end-if
           perform add-one-grade until end-of-grade-scan

           move "N" to enrol-scan-eof
           if enrollment-file-missing or current-term-id = spaces
               move "Y" to enrol-scan-eof
           else
               move student-id to enrol-student-id
               move low-values to enrol-course-code
               start enrollment-file key is >= enrol-key
                   invalid key move "Y" to enrol-scan-eof
               end-start
               if not end-of-enrol-scan
                   perform read-next-enrollment
               end-if
           end-if
           perform add-one-enrollment until end-of-enrol-scan.

       read-next-grade.
           read grades-file next
               at end move "Y" to grade-scan-eof
           end-read
           if not end-of-grade-scan
             and grade-student-id not = student-id
               move "Y" to grade-scan-eof
           end-if.

       add-one-grade.
           if student-course-count < 60
               add 1 to student-course-count
               move grade-course-code
                 to sc-course-code(student-course-count)
               move grade-letter to sc-grade(student-course-count)
               move "N" to sc-in-progress-flag(student-course-count)
           end-if
           perform read-next-grade.

       read-next-enrollment.
           read enrollment-file next
               at end move "Y" to enrol-scan-eof
           end-read
           if not end-of-enrol-scan
             and enrol-student-id not = student-id
               move "Y" to enrol-scan-eof
           end-if.

       add-one-enrollment.
      * Only this term's active enrollments count as in progress; a
      * course already graded keeps its grade and is marked as
      * being taken again.
           if enrol-active and enrol-term-id = current-term-id
               move enrol-course-code to check-course-code
               perform find-student-course
               if sc-found-idx > zeroes
                   move "Y" to sc-in-progress-flag(sc-found-idx)
               else
                   if student-course-count < 60
                       add 1 to student-course-count
                       move enrol-course-code
                         to sc-course-code(student-course-count)
                       move space to sc-grade(student-course-count)
                       move "Y"
                         to sc-in-progress-flag(student-course-count)
                   end-if
               end-if
           end-if
           perform read-next-enrollment.

       find-student-course.
           move zeroes to sc-found-idx
           perform check-one-student-course
               varying sc-idx from 1 by 1
               until sc-idx > student-course-count.

       check-one-student-course.
           if sc-course-code(sc-idx) = check-course-code
               move sc-idx to sc-found-idx
           end-if.

       rate-course-standing.
      * A grade from A down to the program minimum meets the course;
      * F, an administrative withdrawal, or a pass below the minimum
      * does not, unless the course is being taken again this term.
           perform find-student-course
           move spaces to prn-cs-detail
           if sc-found-idx = zeroes
               move "O" to course-standing
               exit paragraph
           end-if
           if sc-grade(sc-found-idx) not = space
               move "grade" to prn-cs-detail
               move sc-grade(sc-found-idx) to prn-cs-detail(7:1)
           end-if
           if sc-grade(sc-found-idx) >= "A"
             and sc-grade(sc-found-idx) <= prog-min-grade
               move "M" to course-standing
           else
               if sc-in-progress(sc-found-idx)
                   move "P" to course-standing
                   if prn-cs-detail = spaces
                       move "term" to prn-cs-detail
                       move current-term-id to prn-cs-detail(6:5)
                   else
                       move "retake" to prn-cs-detail(9:6)
                       move current-term-id to prn-cs-detail(16:5)
                   end-if
               else
                   if sc-grade(sc-found-idx) = space
                       move "O" to course-standing
                   else
                       move "L" to course-standing
                   end-if
               end-if
           end-if.

       write-course-status.
           move check-course-code to prn-cs-course-code
           evaluate true
               when course-met
                   move "Met" to prn-cs-standing
               when course-in-progress
                   move "In progress" to prn-cs-standing
               when course-below-minimum
                   move "Below min" to prn-cs-standing
               when other
                   move "Outstanding" to prn-cs-standing
           end-evaluate
           write audit-line from course-status-line
             after advancing 1 line.

       check-one-required.
           if prog-required-course(required-idx) = spaces
               exit paragraph
           end-if
           move prog-required-course(required-idx)
             to check-course-code
           perform rate-course-standing
           evaluate true
               when course-met add 1 to required-met
               when course-in-progress add 1 to required-pending
               when other add 1 to required-outstanding
           end-evaluate
           if printing-audit
               perform write-course-status
           end-if.

       check-one-elective-group.
           if prog-elective-needed(group-idx) = zeroes
               exit paragraph
           end-if
           if printing-audit
               move group-idx to prn-eh-group
               move prog-elective-needed(group-idx) to prn-eh-needed
               write audit-line from elective-heading
                 after advancing 2 lines
           end-if
           move zeroes to group-met-count, group-pending-count
           perform check-one-elective
               varying elective-idx from 1 by 1
               until elective-idx > 6

           if group-met-count < prog-elective-needed(group-idx)
               if group-met-count + group-pending-count
                  >= prog-elective-needed(group-idx)
                   add 1 to groups-pending
               else
                   add 1 to groups-short
               end-if
           end-if
           if printing-audit
               move group-met-count to prn-et-met
               move group-pending-count to prn-et-pending
               move prog-elective-needed(group-idx) to prn-et-needed
               write audit-line from elective-total-line
                 after advancing 1 line
           end-if.

       check-one-elective.
           if prog-elective-course(group-idx, elective-idx) = spaces
               exit paragraph
           end-if
           move prog-elective-course(group-idx, elective-idx)
             to check-course-code
           perform rate-course-standing
           evaluate true
               when course-met add 1 to group-met-count
               when course-in-progress add 1 to group-pending-count
               when other continue
           end-evaluate
           if printing-audit
               perform write-course-status
           end-if.

       add-one-course-credits.
      * Every course passed A-D earns its credits, program course
      * or not; a course being taken this term and not yet passed
      * counts toward the credits in progress.
           move 3 to course-credits
           perform find-course-credits
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count
           if sc-grade(sc-idx) >= "A" and sc-grade(sc-idx) <= "D"
               add course-credits to credits-earned
           else
               if sc-in-progress(sc-idx)
                   add course-credits to credits-in-progress
                   add 1 to courses-in-progress
               end-if
           end-if.

       find-course-credits.
           if cat-tbl-code(catalog-idx) = sc-course-code(sc-idx)
               move cat-tbl-credits(catalog-idx) to course-credits
           end-if.

       list-eligible-students.
           open output eligible-report
           move current-term-id to prn-eh-term
           write eligible-line from eligible-heading
             after advancing page
           write eligible-line from eligible-column-header
             after advancing 2 lines

           perform start-student-scan
           perform check-next-student until end-of-student-file

           if students-eligible = zeroes
               write eligible-line from no-eligible-line
                 after advancing 1 line
           end-if
           move students-audited to prn-et-audited
           move students-eligible to prn-et-eligible
           write eligible-line from eligible-total-line
             after advancing 2 lines
           close eligible-report
           display "Graduation list: " students-eligible
              " eligible of " students-audited
              " audited -- output/graduation-eligible.txt.".

       check-next-student.
           if not program-undeclared
               perform find-student-program
               if program-found-idx > zeroes
                   add 1 to students-audited
                   perform evaluate-student-program
                   if not audit-outstanding
                       perform write-eligible-line
                   end-if
               end-if
           end-if
           read students-file next
               at end set end-of-student-file to true
           end-read.

       write-eligible-line.
           add 1 to students-eligible
           move student-id to prn-el-student-id
           move student-last-name to prn-el-last-name
           move student-initials to prn-el-initials
           move student-program-code to prn-el-prog-code
           move credits-possible to prn-el-credits
           if audit-complete
               move "all met" to prn-el-status
               move zeroes to prn-el-pending
               move spaces to prn-el-pending-text
           else
               move "on passing" to prn-el-status
               move courses-in-progress to prn-el-pending
               move " course(s) in progress" to prn-el-pending-text
           end-if
           write eligible-line from eligible-detail
             after advancing 1 line.
