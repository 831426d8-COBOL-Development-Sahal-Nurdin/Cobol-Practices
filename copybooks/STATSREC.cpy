      * run accumulates the slab split CHARGE-CALC-PARA captures.
      * ST-CUST-COUNT carries the category's billed-customer count on
      * the slab-1 record only, so a category is never counted three
      * times. A category with net-metered customers also gets an
      * ST-SLAB 0 record: ST-UNITS is the units they exported,
      * ST-REVENUE the export credit paid out and ST-CUST-COUNT the
      * number of them billed. Q15Q prints the regulator's monthly
      * return and the cumulative view from this file.
      ******************************************************************
       01    STATS-REC.
               02      ST-BILL-MONTH PIC X(10).
