      ******************************************************************
      * Working-storage for the export credit rate table loaded from
      * EXPRATE.DAT, shared by Q15 and Q15M alongside the lookup
      * paragraphs in EXPRCALC. The rate defaults to zero - with no
      * rate on file for the category the banked units are not paid
      * out but carried forward until a rate is set up.
      ******************************************************************
       77      WS-EXPRATE-STATUS PIC XX VALUE SPACES.
       77      WS-EXPRATE-EOF PIC X VALUE "N".
       77      WS-EXPRATE-COUNT PIC 9(3) VALUE 0.
       77      WS-EXPRATE-IDX PIC 9(3) VALUE 0.
       77      WS-MAX-EXPRATES PIC 9(3) VALUE 50.
       77      WS-EXPORT-RATE PIC 9V99 VALUE 0.
       01      WS-EXPRATE-TABLE.
               02  WS-EXPRATE-ENTRY OCCURS 50 TIMES.
                   03  WS-XR-CATEGORY PIC X.
                   03  WS-XR-EFF-DATE PIC 9(8).
                   03  WS-XR-CREDIT-RATE PIC 9V99.
