      ******************************************************************
      * Route book entry, keyed by customer ID in ROUTEBK.DAT - one
      * line per meter on the last book issued for the customer's
      * route. Written by Q15RB when a book goes out to a reader in
      * walk-sequence order, with the low/high range the reading is
      * expected in (built from IN-AVG-PULSES and the METERPARM.DAT
      * variance limit). RB-STATUS: I = issued, not yet read; R =
      * read - set by Q15U when the reading comes back in
      * READINGS.DAT (RB-READING, RB-READ-DATE); U = unread when the
      * book was reconciled in Q15RB, the customer flagged "U" for
      * an estimated bill. While the file exists Q15U rejects any
      * reading for a meter that is not on an issued book.
      ******************************************************************
       01    ROUTEBK-REC.
               02      RB-CUST-ID PIC 9(6).
               02      RB-ROUTE-CODE PIC X(4).
               02      RB-WALK-SEQ PIC 9(4).
               02      RB-MTRNO PIC 9(6).
               02      RB-ADDRESS PIC X(30).
               02      RB-LOW-PULSES PIC 9(4).
               02      RB-HIGH-PULSES PIC 9(4).
               02      RB-READER PIC X(8).
               02      RB-ISSUE-DATE PIC 9(8).
               02      RB-STATUS PIC X.
               02      RB-READING PIC 9(4).
               02      RB-READ-DATE PIC 9(8).
