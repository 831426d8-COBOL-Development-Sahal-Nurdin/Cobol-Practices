      ******************************************************************
      * Grade scale record - one band per record in GRADESCL.DAT,
      * maintained by the grade scale program. A score at or above
      * gs-min-score (and below the next band up) earns letter
      * gs-letter and gs-points grade points per credit; the band
      * with gs-min-score 0 catches every lower score. Read by the
      * transcript and the academic standing run.
      ******************************************************************
       01    gradescale-rec.
               02      gs-min-score pic 9(3).
               02      gs-letter pic x(2).
               02      gs-points pic 9v99.
