      * code in GRADES.DAT, written by the grade entry program
      * against the enrolment list in STUDMST.DAT and read by the
      * transcript program alongside the course names in
      * SCHEDMST.DAT. gr-score is the 0-100 mark. gr-term is the
      * academic term the course was taken in, so a repeated course
      * gets a grade of its own instead of replacing the earlier
      * one; term 0 marks grades entered before terms were kept.
      ******************************************************************
       01    grade-rec.
               02      gr-npm pic 9(8).
               02      gr-course-code pic 9(2).
               02      gr-score pic 9(3).
               02      gr-entry-date pic 9(8).
               02      gr-term pic 9(5).
