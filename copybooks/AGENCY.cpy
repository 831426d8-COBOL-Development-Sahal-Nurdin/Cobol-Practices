      ******************************************************************
      * Collection agency placement record, keyed by customer ID in
      * AGENCY.DAT. AG-STATUS: P = placed with the agency (Q15H
      * writes no more letters to the customer), C = the placed
      * amount has been collected in full, R = recalled from the
      * agency, U = returned by the agency as uncollectable (never
      * placed again). A customer with no record, or one at C or R,
      * can be placed afresh by the next placement run, which
      * rewrites the record. AG-LIVE-AMT and AG-WOFF-AMT split the
      * placed amount between open items and debt already written
      * off in WOFFLDGR.DAT; AG-COLLECTED and AG-COMMISSION total
      * what the agency has reported collecting and the commission
      * it kept, and AG-LAST-COLL-DATE is the latest collection date
      * posted, so a collections file fed in twice is not posted
      * twice. Maintained by Q15CA; read by Q15H.
      ******************************************************************
       01    AGENCY-REC.
               02      AG-CUST-ID PIC 9(6).
               02      AG-STATUS PIC X.
               02      AG-PLACED-DATE PIC 9(8).
               02      AG-PLACED-AMT PIC 9(6)V99.
               02      AG-LIVE-AMT PIC 9(6)V99.
               02      AG-WOFF-AMT PIC 9(6)V99.
               02      AG-COLLECTED PIC 9(6)V99.
               02      AG-COMMISSION PIC 9(6)V99.
               02      AG-LAST-COLL-DATE PIC 9(8).
               02      AG-STATUS-DATE PIC 9(8).
