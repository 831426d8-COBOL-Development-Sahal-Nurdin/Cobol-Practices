      ******************************************************************
      * Occupancy history record, appended to OCCHIST.DAT whenever a
      * customer moves into or out of a premises, so the premises'
      * consumption history can be followed across tenants: the
      * BILLHIST.DAT rows of each customer listed against a premises
      * number, in date order, are that premises' history. OH-EVENT:
      * I = move-in, O = move-out (closure), H = handover (change of
      * occupancy - OH-CUST-ID out, OH-NEW-CUST-ID in). OH-READING is
      * the closing or handover reading in units. Written by Q15M,
      * Q15G and Q15B.
      ******************************************************************
       01    OCCHIST-REC.
               02      OH-PREM-NO PIC 9(6).
               02      OH-DATE PIC 9(8).
               02      OH-EVENT PIC X.
               02      OH-CUST-ID PIC 9(6).
               02      OH-NEW-CUST-ID PIC 9(6).
               02      OH-READING PIC 9(4).
               02      OH-OPERATOR PIC X(8).
