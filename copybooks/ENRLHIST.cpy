      ******************************************************************
      * Enrolment history record - one per student, term and course
      * in ENRLHIST.DAT, appended by the semester rollover from
      * st-enrolled-courses before they are cleared for the new
      * term. Read by the transcript to print semester by semester.
      ******************************************************************
       01    enrlhist-rec.
               02      eh-npm pic 9(8).
               02      eh-term pic 9(5).
               02      eh-course-code pic 9(2).
               02      eh-archive-date pic 9(8).
