      ******************************************************************
      * Exam slot record - one room in one exam sitting per record in
      * EXAMSLOT.DAT, prepared by the administration for the exam
      * week: the date and weekday, the start and end times (HHMM)
      * and the room with its seating capacity for the exam. Two
      * sittings clash when they share a date and their times
      * overlap. Read by the exam timetable program, which puts at
      * most one course's exam in each record.
      ******************************************************************
       01    examslot-rec.
               02      ex-date pic 9(8).
               02      ex-day pic x(10).
               02      ex-start-time pic 9(4).
               02      ex-end-time pic 9(4).
               02      ex-room pic x(10).
               02      ex-capacity pic 9(3).
