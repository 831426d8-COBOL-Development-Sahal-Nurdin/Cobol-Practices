      ******************************************************************
      * Academic standing record - one per student per assessed term
      * in STANDING.DAT, written by the standing run from GRADES.DAT
      * (a rerun for the same term replaces that term's records).
      * sd-term-gpa covers the term's grades only; sd-cum-gpa every
      * grade up to and including the term, with only the latest
      * attempt at a repeated course counting. Both are weighted by
      * the course credits on SCHEDMST.DAT. sd-standing: G = good,
      * D = dean's list, P = probation, S = suspension. The
      * registration program takes the student's latest record to
      * set the credit load allowed and refuses a suspended student.
      ******************************************************************
       01    standing-rec.
               02      sd-npm pic 9(8).
               02      sd-term pic 9(5).
               02      sd-term-credits pic 9(3).
               02      sd-term-gpa pic 9v99.
               02      sd-cum-credits pic 9(3).
               02      sd-cum-gpa pic 9v99.
               02      sd-standing pic x.
               02      sd-run-date pic 9(8).
