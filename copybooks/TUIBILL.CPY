      * the TuitionBill term batch in data/tuition-billed.dat and
      * read back by the tuition balance report. The amount is the
      * sum of the catalog fees of the student's active enrollments
      * for the term; the aid amount is the financial aid applied
      * against it on the statement, and the refund amount the
      * credits posted since for courses dropped or withdrawn
      * (TUIREFP); the net billed is the amount less the other two.
       01 tuition-billed-record.
           88 end-of-tuition-billed value high-values.
           02 tb-key.
              03 tb-term-id pic x(5).
           02 tb-amount pic 9(5)v99.
           02 tb-bill-date pic 9(8).
           02 tb-aid-amount pic 9(5)v99.
           02 tb-refund-amount pic 9(5)v99.
