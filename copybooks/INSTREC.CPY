      * by InstMaint. Courses point at an instructor through the
      * catalog's instructor id; InstRpt prints each instructor's
      * class rosters and grade sheets from the assignment.
      * A part-time instructor carries a pay rate per course section
      * taught in a term and the payroll employee id TeachLoad pays
      * it under (spaces = paid under inst-id); a rate of zero is a
      * salaried instructor not paid by the section. Older lines
      * are shorter and read the rate as spaces, taken as zero.
       01 instructor-record.
           02 inst-id pic x(3).
           02 inst-name pic x(20).
           02 inst-pay-rate pic 9(5)v99.
           02 inst-employee-id pic x(6).
