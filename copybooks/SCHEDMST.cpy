      * Per-course semester fee, priced into tuition invoices by the
      * tuition billing run.
               02      sm-fee pic 9(7)v99.
      * Course weight in credits (sks, 1-6) - weights the grade
      * points in the transcript and the standing run's GPA, and
      * counts toward the credit load the registration program
      * allows for the student's academic standing.
               02      sm-credits pic 9(1).
