      ******************************************************************
      * Security deposit ledger record, keyed by customer ID in
      * DEPOSIT.DAT. Collected by Q15M when a connection is added and
      * applied against the open items when the account is closed,
      * any surplus refunded (Q15M). DP-INT-ACCRUED is
      * the interest credited by the year-end run (Q15I) and not yet
      * passed on to the customer; Q15 clears it onto the next bill
      * as a separate credit line. DP-INT-DATE and DP-INT-LAST are
      * the date of the last year-end run and the interest it
      * credited, kept after Q15 has cleared the accrual so the
      * annual statement (Q15AS) can show the year's interest.
      * Shared by Q15M, Q15I, Q15 and Q15AS; Q15DCNV converts the
      * file from the layout without the last-interest fields.
      ******************************************************************
       01    DEPOSIT-REC.
               02      DP-CUST-ID PIC 9(6).
               02      DP-AMOUNT PIC 9(6)V99.
               02      DP-RECEIVED-DATE PIC 9(8).
               02      DP-INT-ACCRUED PIC 9(6)V99.
               02      DP-INT-DATE PIC 9(8).
               02      DP-INT-LAST PIC 9(6)V99.
