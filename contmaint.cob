       identification division.
       program-id. ContMaint.
      * Student contact maintenance for data/student-contacts.dat:
      * add or change a student's mailing address, phone, email and
      * emergency contact, view them, or delete the record of a
      * student who has left. On a change each field shows what is
      * on file and a blank entry keeps it. Transcript, TuitionBill
      * and AcadStanding address their output from this file, and
      * ContExcept lists the current students it is missing.

       environment division.
       input-output section.
       file-control.
           select students-file assign to "students1.dat"
               organization is indexed
               access mode is dynamic
               record key is student-id
               file status is students-file-status.

           select contact-file assign to "data/student-contacts.dat"
               organization is indexed
               access mode is dynamic
               record key is con-student-id
               file status is contact-file-status.

       data division.
       file section.
       FD students-file.
           copy STUDREC.

       FD contact-file.
           copy STUCONT.

       working-storage section.
       01 students-file-status pic xx value spaces.
           88 students-file-ok value "00".

       01 contact-file-status pic xx value spaces.
           88 contact-file-ok value "00".
           88 contact-file-missing value "35".

       01 menu-choice pic x value spaces.
           88 wants-add value "A" "a".
           88 wants-view value "V" "v".
           88 wants-delete value "D" "d".
           88 wants-quit value "Q" "q".

       01 entry-student-id pic 9(7) value zeroes.
       01 contact-exists-flag pic x value "N".
           88 contact-exists value "Y".
       01 confirm-reply pic x value spaces.
           88 reply-is-yes value "Y" "y".

       01 work-street pic x(25) value spaces.
       01 work-city pic x(15) value spaces.
       01 work-state pic xx value spaces.
       01 work-postal-code pic x(10) value spaces.
       01 work-phone pic x(12) value spaces.
       01 work-email pic x(30) value spaces.
       01 work-emerg-name pic x(20) value spaces.
       01 work-emerg-relation pic x(10) value spaces.
       01 work-emerg-phone pic x(12) value spaces.

       procedure division.
       Begin.
           open i-o contact-file
           if contact-file-missing
               open output contact-file
               close contact-file
               open i-o contact-file
           end-if
           open input students-file

           perform until wants-quit
               display " "
               display "(A)dd or change contacts, (V)iew, (D)elete, "
                  "(Q)uit: " with no advancing
               accept menu-choice
               evaluate true
                   when wants-add perform add-change-contact
                   when wants-view perform view-contact
                   when wants-delete perform delete-contact
                   when wants-quit continue
                   when other display "Please choose A, V, D or Q."
               end-evaluate
           end-perform

           close contact-file, students-file
           stop run.

       add-change-contact.
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

           move entry-student-id to con-student-id
           read contact-file
               invalid key move "N" to contact-exists-flag
               not invalid key move "Y" to contact-exists-flag
           end-read
           if not contact-exists
               initialize student-contact-record
               move entry-student-id to con-student-id
               display "New contact record -- all fields blank."
           end-if

           display "Street [" con-street "]: " with no advancing
           accept work-street
           if work-street not = spaces
               move work-street to con-street
           end-if
           display "City [" con-city "]: " with no advancing
           accept work-city
           if work-city not = spaces
               move function upper-case(work-city) to con-city
           end-if
           display "State [" con-state "]: " with no advancing
           accept work-state
           if work-state not = spaces
               move function upper-case(work-state) to con-state
           end-if
           display "Postal code [" con-postal-code "]: "
              with no advancing
           accept work-postal-code
           if work-postal-code not = spaces
               move work-postal-code to con-postal-code
           end-if
           display "Phone [" con-phone "]: " with no advancing
           accept work-phone
           if work-phone not = spaces
               move work-phone to con-phone
           end-if
           display "Email [" con-email "]: " with no advancing
           accept work-email
           if work-email not = spaces
               move work-email to con-email
           end-if

           display "Emergency contact name [" con-emerg-name "]: "
              with no advancing
           accept work-emerg-name
           if work-emerg-name not = spaces
               move work-emerg-name to con-emerg-name
           end-if
           display "Relationship [" con-emerg-relation "]: "
              with no advancing
           accept work-emerg-relation
           if work-emerg-relation not = spaces
               move work-emerg-relation to con-emerg-relation
           end-if
           display "Emergency phone [" con-emerg-phone "]: "
              with no advancing
           accept work-emerg-phone
           if work-emerg-phone not = spaces
               move work-emerg-phone to con-emerg-phone
           end-if

      * A name with no number to ring is no use in an emergency.
           if con-emerg-name not = spaces
             and con-emerg-phone = spaces
               display "Emergency phone is required with a name: "
                  with no advancing
               accept con-emerg-phone
               perform until con-emerg-phone not = spaces
                   display "Enter the emergency phone: "
                      with no advancing
                   accept con-emerg-phone
               end-perform
           end-if

           accept con-updated-date from date YYYYMMDD
           if contact-exists
               rewrite student-contact-record
                   invalid key
                       display "Unable to change the contacts."
                   not invalid key
                       display "Contacts changed for student "
                          con-student-id "."
               end-rewrite
           else
               write student-contact-record
                   invalid key
                       display "Unable to add the contacts."
                   not invalid key
                       display "Contacts added for student "
                          con-student-id "."
               end-write
           end-if.

       view-contact.
           display "Student id: " with no advancing
           accept entry-student-id
           move entry-student-id to con-student-id
           read contact-file
               invalid key
                   display "No contacts on file for student "
                      entry-student-id "."
                   exit paragraph
           end-read
           move entry-student-id to student-id
           read students-file
               invalid key move "(gone)" to student-name
           end-read
           display "Student:   " con-student-id "  " student-name
           display "Address:   " con-street
           display "           " con-city " " con-state " "
              con-postal-code
           display "Phone:     " con-phone
           display "Email:     " con-email
           display "Emergency: " con-emerg-name " ("
              con-emerg-relation ") " con-emerg-phone
           display "Updated:   " con-updated-date.

       delete-contact.
           display "Student id: " with no advancing
           accept entry-student-id
           move entry-student-id to con-student-id
           read contact-file
               invalid key
                   display "No contacts on file for student "
                      entry-student-id "."
                   exit paragraph
           end-read
           display "Delete contacts for student " con-student-id
              " (" con-street ")? (Y/N): " with no advancing
           accept confirm-reply
           if not reply-is-yes
               display "Not deleted."
               exit paragraph
           end-if
           delete contact-file
               invalid key
                   display "Unable to delete the contacts."
               not invalid key
                   display "Contacts deleted for student "
                      entry-student-id "."
           end-delete.
