       identification division.
       program-id. ProgMaint.
      * Degree-program maintenance for data/degree-programs.dat: add
      * a program with its required courses, elective groups,
      * minimum grade and minimum credits, change those
      * requirements, retire a program, list the programs, or
      * declare (or change) the program a student is working
      * toward on the student master. Like the catalog, the file is
      * small: it is loaded into a table, edited there, and written
      * back on quit. Every course named must be in the course
      * catalog. GradAudit audits the students against this file.

       environment division.
       input-output section.
       file-control.
           select program-file assign to "data/degree-programs.dat"
               organization is line sequential
               file status is program-file-status.

           select catalog-file assign to "data/course-catalog.dat"
               organization is line sequential
               file status is catalog-file-status.

           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

       data division.
       file section.
       FD program-file.
           copy DEGPROG.

       FD catalog-file.
           copy CRSECAT.

       FD students-file.
           copy STUDREC.

       working-storage section.
       01 program-file-status pic xx value spaces.
           88 program-file-ok value "00".
       01 catalog-file-status pic xx value spaces.
           88 catalog-file-ok value "00".
       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".

       01 program-eof-flag pic x value "N".
           88 end-of-program-file value "Y".
       01 catalog-eof-flag pic x value "N".
           88 end-of-catalog value "Y".

       01 program-table.
           02 program-entry occurs 20 times.
               03 tbl-prog-code pic x(4).
               03 tbl-prog-rest pic x(140).
       01 program-count pic 99 value zeroes.
       01 program-idx pic 99 value zeroes.
       01 found-idx pic 99 value zeroes.

       01 catalog-code-table.
           02 cat-tbl-code pic x(4) occurs 50 times.
       01 catalog-count pic 99 value zeroes.
       01 catalog-idx pic 99 value zeroes.
       01 catalog-found-flag pic x value "N".
           88 course-in-catalog value "Y".

       01 menu-choice pic x value spaces.
           88 wants-add value "A" "a".
           88 wants-change value "C" "c".
           88 wants-retire value "R" "r".
           88 wants-declare value "D" "d".
           88 wants-list value "L" "l".
           88 wants-quit value "Q" "q".

       01 work-prog-code pic x(4) value spaces.
       01 work-course-code pic x(4) value spaces.
       01 work-student-id pic 9(7) value zeroes.
       01 required-idx pic 99 value zeroes.
       01 group-idx pic 9 value zeroes.
       01 elective-idx pic 9 value zeroes.
       01 group-course-count pic 9 value zeroes.
       01 list-entry-flag pic x value "N".
           88 end-of-list-entry value "Y".

       procedure division.
       Begin.
           perform load-programs
           perform load-catalog-codes

           perform until wants-quit
               display " "
               display "(A)dd, (C)hange requirements, (R)etire, "
                  "(D)eclare student program, (L)ist, (Q)uit: "
                  with no advancing
               accept menu-choice
               evaluate true
                   when wants-add perform add-program
                   when wants-change perform change-requirements
                   when wants-retire perform retire-program
                   when wants-declare perform declare-student-program
                   when wants-list perform list-programs
                   when wants-quit continue
                   when other
                       display "Please choose A, C, R, D, L or Q."
               end-evaluate
           end-perform

           perform save-programs
           stop run.

       load-programs.
           open input program-file
           if not program-file-ok
               display "No degree programs on file yet -- starting "
                  "empty."
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

       load-catalog-codes.
           open input catalog-file
           if not catalog-file-ok
               display "Course catalog data/course-catalog.dat not "
                  "found -- no course codes will validate."
           else
               read catalog-file
                   at end move "Y" to catalog-eof-flag
               end-read
               perform load-one-catalog-code until end-of-catalog
               close catalog-file
           end-if.

       load-one-catalog-code.
           if catalog-count < 50
               add 1 to catalog-count
               move cat-course-code to cat-tbl-code(catalog-count)
           end-if
           read catalog-file
               at end move "Y" to catalog-eof-flag
           end-read.

       save-programs.
           open output program-file
           perform save-one-program
               varying program-idx from 1 by 1
               until program-idx > program-count
           close program-file
           display "Degree programs saved -- " program-count
              " program(s).".

       save-one-program.
           move program-entry(program-idx) to program-record
           write program-record.

       find-program.
           move zeroes to found-idx
           perform check-one-program
               varying program-idx from 1 by 1
               until program-idx > program-count.

       check-one-program.
           if tbl-prog-code(program-idx) = work-prog-code
               move program-idx to found-idx
           end-if.

       find-catalog-code.
           move "N" to catalog-found-flag
           perform check-one-catalog-code
               varying catalog-idx from 1 by 1
               until catalog-idx > catalog-count.

       check-one-catalog-code.
           if cat-tbl-code(catalog-idx) = work-course-code
               move "Y" to catalog-found-flag
           end-if.

       add-program.
           display "Program code (4 chars): " with no advancing
           accept work-prog-code
           if work-prog-code = spaces
               display "A program code is required."
               exit paragraph
           end-if
           perform find-program
           if found-idx > zeroes
               display "Program " work-prog-code " already on file."
               exit paragraph
           end-if
           if program-count >= 20
               display "The program file is full."
               exit paragraph
           end-if

           initialize program-record
           move work-prog-code to prog-code
           display "Program title: " with no advancing
           accept prog-title
           move "A" to prog-active-flag
           perform accept-requirements

           add 1 to program-count
           move program-record to program-entry(program-count)
           display "Program " prog-code " added.".

       change-requirements.
      * Every requirement is keyed again; the title and the active
      * flag stand.
           display "Program code: " with no advancing
           accept work-prog-code
           perform find-program
           if found-idx = zeroes
               display "Program " work-prog-code " not found."
           else
               move program-entry(found-idx) to program-record
               perform show-one-program
               perform accept-requirements
               move program-record to program-entry(found-idx)
               display "Requirements changed for " prog-code "."
           end-if.

       accept-requirements.
           display "Minimum grade for program courses (A-D): "
              with no advancing
           accept prog-min-grade
           perform until prog-min-grade = "A" or "B" or "C" or "D"
               display "Enter A, B, C or D: " with no advancing
               accept prog-min-grade
           end-perform
           display "Minimum credits: " with no advancing
           accept prog-min-credits

           perform clear-one-required
               varying required-idx from 1 by 1
               until required-idx > 10
           display "Required courses, one at a time (blank when "
              "done):"
           move "N" to list-entry-flag
           perform accept-one-required
               varying required-idx from 1 by 1
               until required-idx > 10 or end-of-list-entry

           perform accept-one-elective-group
               varying group-idx from 1 by 1
               until group-idx > 3.

       accept-one-required.
           display "  Required course " required-idx ": "
              with no advancing
           perform accept-course-code
           if work-course-code = spaces
               move "Y" to list-entry-flag
           else
               move work-course-code
                 to prog-required-course(required-idx)
           end-if.

       clear-one-required.
           move spaces to prog-required-course(required-idx).

       accept-one-elective-group.
           move zeroes to prog-elective-needed(group-idx)
           move spaces to prog-elective-course(group-idx, 1)
             prog-elective-course(group-idx, 2)
             prog-elective-course(group-idx, 3)
             prog-elective-course(group-idx, 4)
             prog-elective-course(group-idx, 5)
             prog-elective-course(group-idx, 6)
           display "Elective group " group-idx
              " -- courses to pass (0 if no group): "
              with no advancing
           accept prog-elective-needed(group-idx)
           if prog-elective-needed(group-idx) = zeroes
               exit paragraph
           end-if

           display "  Courses in the group (blank when done):"
           move zeroes to group-course-count
           move "N" to list-entry-flag
           perform accept-one-elective
               varying elective-idx from 1 by 1
               until elective-idx > 6 or end-of-list-entry

      * A group cannot ask for more courses than it lists.
           if prog-elective-needed(group-idx) > group-course-count
               move group-course-count
                 to prog-elective-needed(group-idx)
               display "  Only " group-course-count " course(s) "
                  "listed -- courses to pass set to "
                  group-course-count "."
           end-if.

       accept-one-elective.
           display "  Group " group-idx " course " elective-idx ": "
              with no advancing
           perform accept-course-code
           if work-course-code = spaces
               move "Y" to list-entry-flag
           else
               add 1 to group-course-count
               move work-course-code
                 to prog-elective-course(group-idx, elective-idx)
           end-if.

       accept-course-code.
           accept work-course-code
           if work-course-code not = spaces
               perform find-catalog-code
               perform until course-in-catalog
                   or work-course-code = spaces
                   display "  Not in the course catalog -- enter "
                      "again or leave blank: " with no advancing
                   accept work-course-code
                   perform find-catalog-code
               end-perform
           end-if.

       retire-program.
      * A retired program can no longer be declared; students
      * already in it are still audited against it.
           display "Program code to retire: " with no advancing
           accept work-prog-code
           perform find-program
           if found-idx = zeroes
               display "Program " work-prog-code " not found."
           else
               move program-entry(found-idx) to program-record
               move "R" to prog-active-flag
               move program-record to program-entry(found-idx)
               display "Program " work-prog-code " retired."
           end-if.

       declare-student-program.
           display "Student id: " with no advancing
           accept work-student-id
           open i-o students-file
           if not students-file-ok
               display "Student file students1.dat not found."
               exit paragraph
           end-if
           move work-student-id to student-id
           read students-file
               invalid key
                   display "Student " work-student-id " not on file."
               not invalid key
                   perform change-student-program
           end-read
           close students-file.

       change-student-program.
           display student-last-name " " student-initials
              "  program [" student-program-code "]"
           display "New program code (blank for undeclared): "
              with no advancing
           accept work-prog-code
           if work-prog-code not = spaces
               perform find-program
               if found-idx = zeroes
                   display "Program " work-prog-code " not found -- "
                      "not changed."
                   exit paragraph
               end-if
               move program-entry(found-idx) to program-record
               if not prog-active
                   display "Program " work-prog-code " is retired -- "
                      "not changed."
                   exit paragraph
               end-if
           end-if
           move work-prog-code to student-program-code
           rewrite student-record
               invalid key
                   display "Unable to update student " student-id "."
               not invalid key
                   display "Program recorded for student "
                      student-id "."
           end-rewrite.

       list-programs.
           perform list-one-program
               varying program-idx from 1 by 1
               until program-idx > program-count.

       list-one-program.
           move program-entry(program-idx) to program-record
           perform show-one-program.

       show-one-program.
           display prog-code " " prog-title " " prog-active-flag
              "  min grade " prog-min-grade
              "  min credits " prog-min-credits
           display "    required: " prog-required-course(1) " "
              prog-required-course(2) " " prog-required-course(3) " "
              prog-required-course(4) " " prog-required-course(5) " "
              prog-required-course(6) " " prog-required-course(7) " "
              prog-required-course(8) " " prog-required-course(9) " "
              prog-required-course(10)
           perform show-one-elective-group
               varying group-idx from 1 by 1
               until group-idx > 3.

       show-one-elective-group.
           if prog-elective-needed(group-idx) > zeroes
               display "    group " group-idx ": "
                  prog-elective-needed(group-idx) " of "
                  prog-elective-course(group-idx, 1) " "
                  prog-elective-course(group-idx, 2) " "
                  prog-elective-course(group-idx, 3) " "
                  prog-elective-course(group-idx, 4) " "
                  prog-elective-course(group-idx, 5) " "
                  prog-elective-course(group-idx, 6)
           end-if.
