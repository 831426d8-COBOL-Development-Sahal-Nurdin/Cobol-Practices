               02      IN-MTRNO PIC 9(6).
               02      IN-ACTIVE PIC X VALUE "Y".
               02      IN-TARIFF-CAT PIC X VALUE "D".
      * Meter-exchange carry-over: set by the work-order completion
      * upload (Q15WC) when a meter is swapped mid-cycle, consumed and
      * cleared by Q15 when the combined bill for the exchange month
      * is produced.
               02      IN-EXCH-FLAG PIC X VALUE SPACE.
               02      IN-EXCH-OLD-MTRNO PIC 9(6) VALUE 0.
               02      IN-EXCH-OLD-PULSES PIC 9(4) VALUE 0.
               02      IN-EXCH-NEW-OPEN PIC 9(4) VALUE 0.
      * Estimated-billing state: "U" = flagged unread this cycle (by
      * hand in Q15M, or by Q15RB when a returned route book is
      * reconciled), Q15 bills the rolling average; "E" = an
      * estimated bill has gone out and the units in IN-EST-PULSES
      * are recovered against the next actual reading uploaded
      * through Q15U. IN-AVG-PULSES is the rolling average of billed
      * consumption, maintained by Q15U.
               02      IN-EST-FLAG PIC X VALUE SPACE.
               02      IN-EST-PULSES PIC 9(4) VALUE 0.
               02      IN-AVG-PULSES PIC 9(4) VALUE 0.
      * true-up settles it on the anniversary bill.
               02      IN-BUDGET-FLAG PIC X VALUE SPACE.
               02      IN-BUDGET-AMOUNT PIC 9(6)V99 VALUE 0.
      * Premises the account supplies (PREMISES.DAT). The address,
      * meter, route and walk-sequence fields above are the premises'
      * own, carried here for the programs that bill and read; Q15M,
      * Q15G and Q15B keep them in step with the premises master.
               02      IN-PREM-NO PIC 9(6) VALUE 0.
      * Net metering for rooftop solar: "Y" when the account has an
      * export register. IN-EXPORT-PULSES is the cycle's exported
      * units, uploaded by Q15U alongside IN-METERED-PULSES and held
      * to the same variance check.
      * Q15 nets export against import; any surplus is banked in
      * IN-BANKED-UNITS and carried to later bills, and what is left
      * in the bank is paid out at the export credit rate (EXPRATE.DAT)
      * on the anniversary of IN-NET-START-DATE, or on the next bill
      * after the account leaves net metering.
               02      IN-NET-FLAG PIC X VALUE SPACE.
               02      IN-EXPORT-PULSES PIC 9(4) VALUE 0.
               02      IN-BANKED-UNITS PIC 9(6) VALUE 0.
               02      IN-NET-START-DATE PIC 9(8) VALUE 0.
