      ******************************************************************
      * GL period-close record - one per accounting month closed,
      * appended to GLPERIOD.DAT by Q15GC when the month's journal in
      * GLJRNL.TXT has been proved and its trial balance printed. The
      * latest GP-PERIOD on file is the last closed month; the month
      * after it is the open period every journaling program posts
      * into (shared paragraph GLPERDP). GP-CONTROL-BAL carries the
      * receivables control account balance forward to the next
      * close; GP-ARREARS-TOTAL is the ARREARS.DAT total it was
      * compared against.
      ******************************************************************
       01    GLPERIOD-REC.
               02      GP-PERIOD PIC 9(6).
               02      GP-CLOSED-DATE PIC 9(8).
               02      GP-CLOSED-BY PIC X(8).
               02      GP-DR-TOTAL PIC 9(9)V99.
               02      GP-CR-TOTAL PIC 9(9)V99.
               02      GP-CONTROL-BAL PIC S9(9)V99.
               02      GP-ARREARS-TOTAL PIC 9(9)V99.
