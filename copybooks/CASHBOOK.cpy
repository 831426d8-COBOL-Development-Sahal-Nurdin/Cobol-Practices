      ******************************************************************
      * Cashbook record - one per receipt taken, appended to
      * CASHBOOK.DAT by Q15P as it posts, stamped with the signed-on
      * operator and the posting date, whatever the receipt's
      * disposition (posted, on account or suspense). Q15CU totals a
      * day's records by operator and channel for the drawer cash-up
      * and sets CB-BANKED-FLAG to Y once the day is balanced and the
      * deposit slip printed, so the same money is never banked
      * twice. CB-REVERSED-FLAG is N until Q15RV reverses the receipt
      * off the customer's account: B = cheque returned unpaid by the
      * bank, M = keyed to the wrong customer (the money moved to
      * unidentified suspense). A receipt is reversed once only.
      ******************************************************************
       01    CASHBOOK-REC.
               02      CB-POST-DATE PIC 9(8).
               02      CB-OPERATOR PIC X(8).
               02      CB-CUST-ID PIC 9(6).
               02      CB-RECEIPT-DATE PIC 9(8).
               02      CB-AMOUNT PIC 9(6)V99.
               02      CB-CHANNEL PIC X(8).
               02      CB-BANKED-FLAG PIC X.
               02      CB-REVERSED-FLAG PIC X.
