      ******************************************************************
      * Premises master record, keyed by premises number in
      * PREMISES.DAT - the place supplied, kept apart from the person
      * who pays for it. PR-SUPPLY-POINT is the board's supply-point
      * reference for the connection; address, meter, route code and
      * walk sequence belong to the premises and are copied onto the
      * occupying customer's ELEC_REC.DAT record for the billing and
      * reading programs (IN-PREM-NO points back here). PR-STATUS:
      * O = occupied by PR-CUST-ID, V = vacant (PR-CUST-ID zero,
      * PR-LAST-CUST-ID the last occupant). PR-OCC-DATE is the date of
      * the last move-in or move-out and PR-HANDOVER-READING the
      * units on the final bill at the last change of occupancy. A
      * connection set up without a premises number takes its
      * customer ID as the premises number. Maintained by Q15M (with
      * the change-of-occupancy transaction), Q15G and Q15B.
      ******************************************************************
       01    PREMISES-REC.
               02      PR-PREM-NO PIC 9(6).
               02      PR-SUPPLY-POINT PIC X(12).
               02      PR-ADDRESS PIC X(30).
               02      PR-MTRNO PIC 9(6).
               02      PR-ROUTE-CODE PIC X(4).
               02      PR-WALK-SEQ PIC 9(4).
               02      PR-STATUS PIC X.
               02      PR-CUST-ID PIC 9(6).
               02      PR-LAST-CUST-ID PIC 9(6).
               02      PR-OCC-DATE PIC 9(8).
               02      PR-HANDOVER-READING PIC 9(4).
