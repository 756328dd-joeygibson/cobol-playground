      * and deposit split, show one, or remove one. Payroll writes
      * the direct-deposit bank file from these details; an employee
      * without them falls out to the check-print exception list.
      * Details are taken only for an employee on the employee
      * master (data/employees.dat) who has not been terminated, and
      * the employee's name and department are shown from it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             RECORD KEY IS BD-Employee-Id
             FILE STATUS IS WS-Bank-File-Status.

           SELECT EmployeeFile ASSIGN TO "data/employees.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EM-Employee-Id
             FILE STATUS IS WS-Employee-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BankFile.
           COPY BANKREC.

       FD  EmployeeFile.
           COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  WS-Bank-File-Status PIC XX VALUE SPACES.
           88  WS-Bank-File-Ok VALUE "00".
           88  WS-Bank-File-Missing VALUE "35".

       01  WS-Employee-File-Status PIC XX VALUE SPACES.
           88  WS-Employee-File-Ok VALUE "00".

       01  WS-Menu-Choice PIC X VALUE SPACES.
           88  WS-Wants-Add VALUE "A" "a".
           88  WS-Wants-Show VALUE "S" "s".

       PROCEDURE DIVISION.
       MaintainBankDetails.
           OPEN INPUT EmployeeFile
           IF NOT WS-Employee-File-Ok
               DISPLAY "Employee master data/employees.dat not "
                 "found -- set employees up with EmpMaint first."
               STOP RUN
           END-IF
           OPEN I-O BankFile
           IF WS-Bank-File-Missing
               OPEN OUTPUT BankFile
               END-EVALUATE
           END-PERFORM

           CLOSE BankFile, EmployeeFile
           STOP RUN.

       Add-Bank-Detail.
           DISPLAY "Employee id: " WITH NO ADVANCING
           ACCEPT WS-Work-Employee
           MOVE WS-Work-Employee TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "Employee " WS-Work-Employee
                     " is not on the employee master."
                   EXIT PARAGRAPH
           END-READ
           IF NOT EM-Still-Employed
               DISPLAY "Employee " WS-Work-Employee
                 " was terminated on " EM-Term-Date "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY EM-Name " " EM-Department

           MOVE "N" TO WS-Exists-Flag
           MOVE WS-Work-Employee TO BD-Employee-Id
       Show-Bank-Detail.
           DISPLAY "Employee id: " WITH NO ADVANCING
           ACCEPT BD-Employee-Id
           PERFORM Show-Employee-Name
           READ BankFile
               INVALID KEY
                   DISPLAY "No bank details for " BD-Employee-Id
       Remove-Bank-Detail.
           DISPLAY "Employee id: " WITH NO ADVANCING
           ACCEPT BD-Employee-Id
           PERFORM Show-Employee-Name
           READ BankFile
               INVALID KEY
                   DISPLAY "No bank details for " BD-Employee-Id "."
                         " returns to the check run."
               END-DELETE
           END-IF.

       Show-Employee-Name.
           MOVE BD-Employee-Id TO EM-Employee-Id
           READ EmployeeFile
               INVALID KEY
                   DISPLAY "(not on the employee master)"
               NOT INVALID KEY
                   DISPLAY EM-Name " " EM-Department
           END-READ.
