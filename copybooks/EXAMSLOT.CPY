      * Final-exam slot, one line per sitting in
      * data/exam-slots.dat: the term it belongs to, the exam date
      * and the start time (HHMM). Lines for a term should be in
      * date and time order; ExamSched fills the earliest slot that
      * works first.
       01 exam-slot-record.
           02 es-term-id pic x(5).
           02 es-exam-date pic 9(8).
           02 es-start-time pic 9(4).
