      ******************************************************************
      * Cash-up record - written to CASHUP.DAT by Q15CU when a
      * business day is balanced. CU-REC-TYPE C is one cashier's
      * drawer: what the cashbook says they took in cash and cheques
      * against what they counted, and the over (+) or short (-).
      * CU-REC-TYPE D closes the day itself (CU-OPERATOR holds the
      * supervisor who balanced it); Q15P refuses to post into a day
      * that has one, and Q15CU will not balance it a second time.
      ******************************************************************
       01    CASHUP-REC.
               02      CU-DATE PIC 9(8).
               02      CU-REC-TYPE PIC X.
               02      CU-OPERATOR PIC X(8).
               02      CU-EXPECT-CASH PIC 9(7)V99.
               02      CU-EXPECT-CHEQUE PIC 9(7)V99.
               02      CU-EXPECT-OTHER PIC 9(7)V99.
               02      CU-DECL-CASH PIC 9(7)V99.
               02      CU-DECL-CHEQUE PIC 9(7)V99.
               02      CU-OVER-SHORT PIC S9(7)V99.
