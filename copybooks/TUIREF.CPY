      * Working storage for the tuition refund routines in TUIREFP,
      * shared by Enroll, AttendAw and Students. COPY this into
      * WORKING-STORAGE and TUIREFP into the PROCEDURE DIVISION. The
      * program declares billed-file (TUIBILL, key tb-key, dynamic),
      * refund-file (TUIRFND, key tr-key, dynamic),
      * refund-schedule-file (RFNDSCH, line sequential) and
      * refund-statement-file (one 70-byte refund-statement-line),
      * with the status names below, alongside its catalog-file and
      * terms-file (both closed when the tables are loaded). PERFORM
      * load-refund-tables and open-refund-files once at the start
      * of the run and close-refund-files at the end; load
      * rf-student-id, rf-course-code, rf-term-id, rf-enrol-date,
      * rf-drop-date and rf-drop-kind before performing
      * post-tuition-refund.
       01 billed-file-status pic xx value spaces.
           88 billed-file-ok value "00".
           88 billed-file-missing value "35".
       01 refund-file-status pic xx value spaces.
           88 refund-file-ok value "00".
           88 refund-file-missing value "35".
       01 refund-schedule-status pic xx value spaces.
           88 refund-schedule-ok value "00".
       01 refund-statement-status pic xx value spaces.
           88 refund-statement-missing value "35".

       01 rf-student-id pic 9(7) value zeroes.
       01 rf-course-code pic x(4) value spaces.
       01 rf-term-id pic x(5) value spaces.
       01 rf-enrol-date pic 9(8) value zeroes.
       01 rf-drop-date pic 9(8) value zeroes.
       01 rf-drop-kind pic x value spaces.

       01 rf-schedule-table.
           02 rf-schedule-entry occurs 20 times.
               03 rf-sch-week pic 99.
               03 rf-sch-percent pic 999.
       01 rf-schedule-count pic 99 value zeroes.
       01 rf-sch-idx pic 99 value zeroes.

       01 rf-fee-table.
           02 rf-fee-entry occurs 50 times.
               03 rf-fee-code pic x(4).
               03 rf-fee-title pic x(20).
               03 rf-fee-amount pic 9(4)v99.
       01 rf-fee-count pic 99 value zeroes.
       01 rf-fee-idx pic 99 value zeroes.
       01 rf-fee-found-idx pic 99 value zeroes.

       01 rf-term-table.
           02 rf-term-entry occurs 20 times.
               03 rf-trm-id pic x(5).
               03 rf-trm-start pic 9(8).
       01 rf-term-count pic 99 value zeroes.
       01 rf-term-idx pic 99 value zeroes.
       01 rf-term-start-date pic 9(8) value zeroes.

       01 rf-schedule-eof pic x value "N".
           88 rf-end-of-schedule value "Y".
       01 rf-catalog-eof pic x value "N".
           88 rf-end-of-catalog value "Y".
       01 rf-terms-eof pic x value "N".
           88 rf-end-of-terms value "Y".

       01 rf-day-count pic s9(5) value zeroes.
       01 rf-week-number pic 99 value zeroes.
       01 rf-refund-percent pic 999 value zeroes.
       01 rf-refund-amount pic 9(5)v99 value zeroes.
       01 rf-charge-left pic s9(5)v99 value zeroes.
       01 rf-posted-flag pic x value "N".
           88 rf-was-posted value "Y".

       01 rf-statement-heading.
           02 filler pic x(35) value
              "Revised Tuition Statement -- term ".
           02 rf-prn-stm-term pic x(5).
           02 filler pic x(8) value "  dated ".
           02 rf-prn-stm-date pic 9(8).

       01 rf-statement-student.
           02 filler pic x(9) value "Student  ".
           02 rf-prn-stm-student pic 9(7).

       01 rf-statement-course.
           02 filler pic x(4) value spaces.
           02 rf-prn-stm-kind pic x(10).
           02 rf-prn-stm-course pic x(4).
           02 filler pic x(2) value spaces.
           02 rf-prn-stm-title pic x(20).
           02 filler pic x(6) value "  week".
           02 rf-prn-stm-week pic zz9.
           02 filler pic x(2) value spaces.
           02 rf-prn-stm-percent pic zz9.
           02 filler pic x(6) value "% of $".
           02 rf-prn-stm-fee pic z,zz9.99.

       01 rf-statement-amount.
           02 filler pic x(4) value spaces.
           02 rf-prn-stm-label pic x(16).
           02 filler pic x(2) value "$ ".
           02 rf-prn-stm-amount pic zz,zz9.99.

       01 rf-statement-rule pic x(44) value all "-".
