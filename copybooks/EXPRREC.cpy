      ******************************************************************
      * Export credit rate record layout - the rate per unit paid for
      * banked solar export, one per tariff category and effective
      * date, held in EXPRATE.DAT alongside TARIFF.DAT so the board's
      * revisions are a file change instead of a recompile. Records
      * are expected in ascending effective-date order within a
      * category; the latest record not after the billing run date
      * wins. Shared by Q15 and Q15M.
      ******************************************************************
       01    EXPRATE-REC.
               02      XR-CATEGORY PIC X.
               02      XR-EFF-DATE PIC 9(8).
               02      XR-CREDIT-RATE PIC 9V99.
