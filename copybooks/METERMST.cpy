      * digits inside a customer record. MM-STATUS: S = in store,
      * I = installed (MM-CUST-ID names the customer), F = faulty /
      * away for repair, X = scrapped. Goods-in, repair and
      * scrapping go through Q15Z; Q15M's new-connection and
      * deactivation paths, Q15WC's exchange completion and Q15G's
      * activation keep the install/return movements in step with
      * the customer master in the same transaction. Q15Z's stock
      * report reconciles installed meters against ELEC_REC.DAT the
      * way Q15V reconciles the money files.
      ******************************************************************
       01    METER-REC.
               02      MM-MTRNO PIC 9(6).
