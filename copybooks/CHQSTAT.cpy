      ******************************************************************
      * Cheque standing record, keyed by customer ID in CHQSTAT.DAT.
      * Q15RV counts each cheque of the customer's the bank returned
      * unpaid in CQ-BOUNCE-COUNT; when the count reaches the limit
      * in REVPARM.DAT the customer is flagged cash-only (CQ-CASH-ONLY
      * = Y, with the date in CQ-FLAG-DATE), and Q15P then refuses
      * any receipt on the CHEQUE channel for them instead of
      * posting it. A customer with no record has never bounced a
      * cheque. The flag is lifted by a supervisor in Q15RV.
      ******************************************************************
       01    CHQSTAT-REC.
               02      CQ-CUST-ID PIC 9(6).
               02      CQ-BOUNCE-COUNT PIC 9(3).
               02      CQ-LAST-BOUNCE PIC 9(8).
               02      CQ-CASH-ONLY PIC X.
               02      CQ-FLAG-DATE PIC 9(8).
