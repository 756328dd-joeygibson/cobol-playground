       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EmpMaint.
      * Payroll office maintenance for the employee master,
      * data/employees.dat: add an employee, change one's details,
      * record a termination date, or show one. Every new hire and
      * every change to an employee's pay type or pay rate is
      * appended to the rate audit trail,
      * data/employee-rate-audit.dat, with the old and new figures,
      * the operator's initials and the reason given.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EmployeeFile ASSIGN TO "data/employees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EM-Employee-Id
             FILE STATUS IS WS-Employee-File-Status.

           SELECT RateAuditFile ASSIGN TO
             "data/employee-rate-audit.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-Rate-Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  EmployeeFile.
           COPY EMPREC.

       FD  RateAuditFile.
           COPY EMPRATE.

       WORKING-STORAGE SECTION.
       01  WS-Employee-File-Status PIC XX VALUE SPACES.
           88  WS-Employee-File-Ok VALUE "00".
           88  WS-Employee-File-Missing VALUE "35".

       01  WS-Rate-Audit-Status PIC XX VALUE SPACES.
           88  WS-Rate-Audit-Missing VALUE "35".

       01  WS-Menu-Choice PIC X VALUE SPACES.
           88  WS-Wants-Add VALUE "A" "a".
           88  WS-Wants-Change VALUE "C" "c".
           88  WS-Wants-Terminate VALUE "T" "t".
           88  WS-Wants-Show VALUE "S" "s".
           88  WS-Wants-Quit VALUE "Q" "q".

       01  WS-Work-Employee PIC X(6) VALUE SPACES.
       01  WS-Work-Term-Date PIC 9(8) VALUE ZEROES.
       01  WS-Work-Operator PIC X(8) VALUE SPACES.
       01  WS-Work-Reason PIC X(30) VALUE SPACES.
       01  WS-Confirm-Reply PIC X VALUE SPACES.
           88  WS-Reply-Is-Yes VALUE "Y" "y".

       01  WS-Rate-Action PIC X VALUE SPACES.
       01  WS-Old-Pay-Type PIC X VALUE SPACES.
       01  WS-Old-Pay-Rate PIC 9(6)V99 VALUE ZEROES.
       01  WS-Prn-Pay-Rate PIC ZZZ,ZZ9.99.
       01  WS-Prn-Hours PIC Z9.9.

       PROCEDURE DIVISION.
       MaintainEmployees.
           OPEN I-O EmployeeFile
           IF WS-Employee-File-Missing
               OPEN OUTPUT EmployeeFile
               CLOSE EmployeeFile
               OPEN I-O EmployeeFile
           END-IF

           PERFORM UNTIL WS-Wants-Quit
               DISPLAY " "
               DISPLAY "(A)dd, (C)hange, (T)erminate, (S)how, (Q)uit: "
                 WITH NO ADVANCING
               ACCEPT WS-Menu-Choice
               EVALUATE TRUE
                   WHEN WS-Wants-Add PERFORM Add-Employee
                   WHEN WS-Wants-Change PERFORM Change-Employee
                   WHEN WS-Wants-Terminate PERFORM Terminate-Employee
                   WHEN WS-Wants-Show PERFORM Show-Employee
                   WHEN WS-Wants-Quit CONTINUE
                   WHEN OTHER
                       DISPLAY "Please choose A, C, T, S or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE EmployeeFile
           STOP RUN.

       Add-Employee.
           DISPLAY "Employee id: " WITH NO ADVANCING
           ACCEPT WS-Work-Employee
           IF WS-Work-Employee = SPACES
               DISPLAY "An employee id is required."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Work-Employee TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY CONTINUE
           END-READ
           IF WS-Employee-File-Ok
               DISPLAY "Employee " WS-Work-Employee
                 " is already on file -- use (C)hange."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE EmployeeRecord
           MOVE WS-Work-Employee TO EM-Employee-Id
           MOVE ZEROES TO EM-Term-Date
           PERFORM Accept-Employee-Details
           PERFORM Accept-Operator

           WRITE EmployeeRecord
               INVALID KEY
                   DISPLAY "Unable to add the employee."
               NOT INVALID KEY
                   DISPLAY "Employee " EM-Employee-Id " added."
                   MOVE SPACES TO WS-Old-Pay-Type
                   MOVE ZEROES TO WS-Old-Pay-Rate
                   MOVE "NEW HIRE" TO WS-Work-Reason
                   MOVE "A" TO WS-Rate-Action
                   PERFORM Write-Rate-Audit
           END-WRITE.

       Change-Employee.
           DISPLAY "Employee id: " WITH NO ADVANCING
           ACCEPT EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "Employee " EM-Employee-Id " not on file."
                   EXIT PARAGRAPH
           END-READ
           PERFORM Display-Employee
           MOVE EM-Pay-Type TO WS-Old-Pay-Type
           MOVE EM-Pay-Rate TO WS-Old-Pay-Rate
           PERFORM Accept-Employee-Details

      * A pay change is only taken with initials and a reason, as
      * the audit trail is what the auditors test rate changes on.
           IF EM-Pay-Type NOT = WS-Old-Pay-Type
             OR EM-Pay-Rate NOT = WS-Old-Pay-Rate
               PERFORM Accept-Operator
               DISPLAY "Reason for the pay change: " WITH NO ADVANCING
               ACCEPT WS-Work-Reason
               PERFORM UNTIL WS-Work-Reason NOT = SPACES
                   DISPLAY "A reason is required: " WITH NO ADVANCING
                   ACCEPT WS-Work-Reason
               END-PERFORM
           END-IF

           REWRITE EmployeeRecord
               INVALID KEY
                   DISPLAY "Unable to change the employee."
               NOT INVALID KEY
                   DISPLAY "Employee " EM-Employee-Id " changed."
                   IF EM-Pay-Type NOT = WS-Old-Pay-Type
                     OR EM-Pay-Rate NOT = WS-Old-Pay-Rate
                       MOVE "C" TO WS-Rate-Action
                       PERFORM Write-Rate-Audit
                   END-IF
           END-REWRITE.

       Accept-Employee-Details.
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT EM-Name
           PERFORM UNTIL EM-Name NOT = SPACES
               DISPLAY "A name is required: " WITH NO ADVANCING
               ACCEPT EM-Name
           END-PERFORM
           DISPLAY "Street: " WITH NO ADVANCING
           ACCEPT EM-Street
           DISPLAY "City: " WITH NO ADVANCING
           ACCEPT EM-City
           DISPLAY "State: " WITH NO ADVANCING
           ACCEPT EM-State
           DISPLAY "Postal code: " WITH NO ADVANCING
           ACCEPT EM-Postal-Code
           DISPLAY "Department: " WITH NO ADVANCING
           ACCEPT EM-Department
           PERFORM UNTIL EM-Department NOT = SPACES
               DISPLAY "A department is required: " WITH NO ADVANCING
               ACCEPT EM-Department
           END-PERFORM
           DISPLAY "Hire date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT EM-Hire-Date
           PERFORM UNTIL EM-Hire-Date > ZEROES
               DISPLAY "Enter the hire date as YYYYMMDD: "
                 WITH NO ADVANCING
               ACCEPT EM-Hire-Date
           END-PERFORM

           DISPLAY "Pay type -- (H)ourly or (S)alaried: "
             WITH NO ADVANCING
           ACCEPT EM-Pay-Type
           PERFORM UNTIL EM-Pay-Type-Valid
               DISPLAY "Enter H or S: " WITH NO ADVANCING
               ACCEPT EM-Pay-Type
           END-PERFORM
           DISPLAY "Standard hours per week: " WITH NO ADVANCING
           ACCEPT EM-Standard-Hours
           IF EM-Hourly
               DISPLAY "Hourly rate: " WITH NO ADVANCING
           ELSE
               DISPLAY "Salary per pay period: " WITH NO ADVANCING
           END-IF
           ACCEPT EM-Pay-Rate
           PERFORM UNTIL EM-Pay-Rate > ZEROES
               DISPLAY "Enter a pay rate above zero: "
                 WITH NO ADVANCING
               ACCEPT EM-Pay-Rate
           END-PERFORM
           DISPLAY "Tax filing status -- (S)ingle, (M)arried, "
             "(H)ead of household: " WITH NO ADVANCING
           ACCEPT EM-Filing-Status
           PERFORM UNTIL EM-Filing-Valid
               DISPLAY "Enter S, M or H: " WITH NO ADVANCING
               ACCEPT EM-Filing-Status
           END-PERFORM.

       Accept-Operator.
           DISPLAY "Your initials: " WITH NO ADVANCING
           ACCEPT WS-Work-Operator
           PERFORM UNTIL WS-Work-Operator NOT = SPACES
               DISPLAY "Initials are required: " WITH NO ADVANCING
               ACCEPT WS-Work-Operator
           END-PERFORM.

       Write-Rate-Audit.
           OPEN EXTEND RateAuditFile
           IF WS-Rate-Audit-Missing
               OPEN OUTPUT RateAuditFile
           END-IF
           MOVE SPACES TO RateAuditRecord
           ACCEPT RA-Date FROM DATE YYYYMMDD
           ACCEPT RA-Time FROM TIME
           MOVE EM-Employee-Id TO RA-Employee-Id
           MOVE WS-Rate-Action TO RA-Action
           MOVE WS-Old-Pay-Type TO RA-Old-Pay-Type
           MOVE WS-Old-Pay-Rate TO RA-Old-Rate
           MOVE EM-Pay-Type TO RA-New-Pay-Type
           MOVE EM-Pay-Rate TO RA-New-Rate
           MOVE WS-Work-Operator TO RA-Changed-By
           MOVE WS-Work-Reason TO RA-Reason
           WRITE RateAuditRecord
           CLOSE RateAuditFile.

       Terminate-Employee.
           DISPLAY "Employee id: " WITH NO ADVANCING
           ACCEPT EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "Employee " EM-Employee-Id " not on file."
                   EXIT PARAGRAPH
           END-READ
           IF NOT EM-Still-Employed
               DISPLAY "Employee " EM-Employee-Id
                 " was already terminated on " EM-Term-Date "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY EM-Name " " EM-Department
           DISPLAY "Termination date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-Work-Term-Date
           IF WS-Work-Term-Date < EM-Hire-Date
               DISPLAY "The termination date is before the hire date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Terminate " EM-Employee-Id " as of "
             WS-Work-Term-Date "? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-Confirm-Reply
           IF NOT WS-Reply-Is-Yes
               DISPLAY "Not terminated."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Work-Term-Date TO EM-Term-Date
           REWRITE EmployeeRecord
               INVALID KEY
                   DISPLAY "Unable to record the termination."
               NOT INVALID KEY
                   DISPLAY "Employee " EM-Employee-Id
                     " terminated -- payroll will hold any further pay."
           END-REWRITE.

       Show-Employee.
           DISPLAY "Employee id: " WITH NO ADVANCING
           ACCEPT EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "Employee " EM-Employee-Id " not on file."
           END-READ
           IF WS-Employee-File-Ok
               PERFORM Display-Employee
           END-IF.

       Display-Employee.
           MOVE EM-Pay-Rate TO WS-Prn-Pay-Rate
           MOVE EM-Standard-Hours TO WS-Prn-Hours
           DISPLAY EM-Employee-Id "  " EM-Name "  " EM-Department
           DISPLAY "  " EM-Street " " EM-City " " EM-State " "
             EM-Postal-Code
           DISPLAY "  Hired " EM-Hire-Date "  pay type " EM-Pay-Type
             "  rate " WS-Prn-Pay-Rate "  hours " WS-Prn-Hours
             "  filing " EM-Filing-Status
           IF NOT EM-Still-Employed
               DISPLAY "  Terminated " EM-Term-Date
           END-IF.
