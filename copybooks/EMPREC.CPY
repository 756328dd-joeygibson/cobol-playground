      * Employee master record, keyed by the six-character employee
      * id in data/employees.dat and maintained by EmpMaint: name,
      * home address, department, hire and termination dates (no
      * termination date = still employed), pay type with the
      * standard weekly hours and pay rate (hourly rate for an
      * hourly employee, standing gross per pay period for a
      * salaried one) and the tax filing status. Payroll,
      * PerformThru, BankMaint and YearEnd check employees against
      * it and print the name and department from it.
       01  EmployeeRecord.
           05  EM-Employee-Id     PIC X(6).
           05  EM-Name            PIC X(25).
           05  EM-Street          PIC X(25).
           05  EM-City            PIC X(15).
           05  EM-State           PIC XX.
           05  EM-Postal-Code     PIC X(10).
           05  EM-Department      PIC X(10).
           05  EM-Hire-Date       PIC 9(8).
           05  EM-Term-Date       PIC 9(8).
               88  EM-Still-Employed VALUE ZEROES.
           05  EM-Pay-Type        PIC X.
               88  EM-Hourly         VALUE "H".
               88  EM-Salaried       VALUE "S".
               88  EM-Pay-Type-Valid VALUE "H" "S".
           05  EM-Standard-Hours  PIC 99V9.
           05  EM-Pay-Rate        PIC 9(6)V99.
           05  EM-Filing-Status   PIC X.
               88  EM-Filing-Single  VALUE "S".
               88  EM-Filing-Married VALUE "M".
               88  EM-Filing-Head    VALUE "H".
               88  EM-Filing-Valid   VALUE "S" "M" "H".
