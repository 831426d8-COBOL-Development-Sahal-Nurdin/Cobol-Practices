      * complete (Y). Q15U marks the reading upload, Q15 checks and
      * marks billing (refusing a second run for a month already
      * billed unless the operator forces it), and Q15A marks aging.
      * Proof step: a proof run of Q15 sets CY-PROOF-FLAG "P" with
      * the route it covered (spaces = every route) and its count
      * and bill total; the supervisor's sign-off in Q15PA sets "A"
      * with the approving operator and date. The live Q15 run is
      * refused unless the month's proof is "A" and covers the route
      * being billed, and it puts the flag back to "N" when it
      * finishes, so the next route or a rerun needs a fresh proof.
      ******************************************************************
       01    CYCSTAT-REC.
               02      CY-BILL-MONTH PIC X(10).
               02      CY-UPLOAD-FLAG PIC X.
               02      CY-BILLED-FLAG PIC X.
               02      CY-AGED-FLAG PIC X.
               02      CY-PROOF-FLAG PIC X.
               02      CY-PROOF-ROUTE PIC X(4).
               02      CY-PROOF-DATE PIC 9(8).
               02      CY-PROOF-COUNT PIC 9(6).
               02      CY-PROOF-TOTAL PIC 9(8)V99.
               02      CY-APPROVED-BY PIC X(8).
               02      CY-APPROVED-DATE PIC 9(8).
