      * Tuition refund schedule, one line per step in
      * data/refund-schedule.dat, in ascending week order: a course
      * dropped or withdrawn by the end of the given week of the
      * term (counted from trm-start-date; week 00 is before the
      * term starts) refunds the given percentage of its fee. A drop
      * after the last step refunds nothing.
       01 refund-schedule-record.
           02 rs-through-week pic 99.
           02 rs-refund-percent pic 999.
