      * Student master record layout, keyed by NPM - shared by the
      * NPM validator (which populates/maintains it) and the schedule
      * reader (which looks a student's enrolled courses up by NPM).
      * st-term is the academic term (yyyys - year and semester, 1 =
      * ganjil, 2 = genap) the enrolled courses belong to; the
      * semester rollover archives them to ENRLHIST.DAT, clears them
      * and moves the student on to the new term.
      ******************************************************************
       01    student-rec.
               02      st-npm pic 9(8).
               02      st-name pic x(30).
               02      st-enrolled-courses occurs 5 times.
                       03  st-course-code pic 9(2).
               02      st-term pic 9(5).
