      ******************************************************************
      * Field work order, keyed by order number in WORKORD.DAT
      * (relative, record number = WO-NUMBER). WO-TYPE: D = disconnect
      * (raised by Q15D off the work list), R = reconnect (Q15D), E =
      * meter exchange (Q15M), I = new-connection inspection (Q15G),
      * K = meter check off the consumption anomaly worklist (Q15K).
      * WO-STATUS: O = raised, not yet on a job sheet; I = issued to
      * WO-CREW on a Q15WO job sheet; C = completed; F = failed (the
      * reason in WO-RESULT-CODE - NA no access, PD paid on the
      * doorstep, RF refused, MF meter not found, OT other); X =
      * cancelled in Q15WO. Orders are closed by the Q15WC completion
      * upload, which makes the real status change - DISCSTAT.DAT for
      * a disconnection or reconnection, the ELEC_REC.DAT / METERMST.DAT
      * movement for an exchange (fitted meter in WO-NEW-MTRNO), the
      * APPLIC.DAT inspected step for an inspection. Address, route
      * and walk sequence are copied at raise time so the job sheet
      * can be walked in order.
      ******************************************************************
       01    WORKORD-REC.
               02      WO-NUMBER PIC 9(6).
               02      WO-TYPE PIC X.
               02      WO-STATUS PIC X.
               02      WO-CUST-ID PIC 9(6).
               02      WO-ADDRESS PIC X(30).
               02      WO-ROUTE-CODE PIC X(4).
               02      WO-WALK-SEQ PIC 9(4).
               02      WO-MTRNO PIC 9(6).
               02      WO-NOTE PIC X(30).
               02      WO-SOURCE PIC X(8).
               02      WO-RAISED-BY PIC X(8).
               02      WO-RAISED-DATE PIC 9(8).
               02      WO-TARGET-DATE PIC 9(8).
               02      WO-CREW PIC X(4).
               02      WO-ISSUED-DATE PIC 9(8).
               02      WO-DONE-DATE PIC 9(8).
               02      WO-RESULT-CODE PIC X(2).
               02      WO-NEW-MTRNO PIC 9(6).
