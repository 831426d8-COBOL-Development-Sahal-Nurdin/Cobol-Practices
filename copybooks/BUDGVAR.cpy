      * arrears balance, negative into the deposit-interest credit)
      * and zeroes it, so the true-up and the GL journal stay
      * honest. BV-START-DATE is the opt-in date whose month is the
      * plan anniversary. BV-TRUEUP-DATE and BV-TRUEUP-AMT record
      * the last true-up Q15T settled (positive = charged to the
      * customer, negative = credited) for the annual statement
      * (Q15AS); Q15BCNV converts the file from the layout without
      * them.
      ******************************************************************
       01    BUDGVAR-REC.
               02      BV-CUST-ID PIC 9(6).
               02      BV-VARIANCE PIC S9(7)V99.
               02      BV-START-DATE PIC 9(8).
               02      BV-TRUEUP-DATE PIC 9(8).
               02      BV-TRUEUP-AMT PIC S9(7)V99.
