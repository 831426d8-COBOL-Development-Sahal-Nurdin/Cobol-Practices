      * I = premises inspected, P = deposit paid, M = meter fitted,
      * L = live (the activation step has created the ELEC_REC.DAT
      * master record and the DEPOSIT.DAT ledger entry in one shot).
      * Maintained by Q15G, except the inspected step, which is set
      * when Q15WC posts the inspection work order as done; nothing
      * reaches the customer master until activation, so
      * half-processed connections never get billed.
      ******************************************************************
       01    APPLIC-REC.
               02      AP-CUST-ID PIC 9(6).
