      ******************************************************************
      * Academic term control record - the single record in TERM.DAT
      * naming the term now open (yyyys - year and semester, 1 =
      * ganjil, 2 = genap), the date it was opened and the term it
      * followed. Written by the term conversion and the semester
      * rollover; every program that tags enrolments, grades,
      * waitlist entries or invoices with a term reads it.
      ******************************************************************
       01    term-rec.
               02      tm-current-term pic 9(5).
               02      tm-open-date pic 9(8).
               02      tm-prior-term pic 9(5).
