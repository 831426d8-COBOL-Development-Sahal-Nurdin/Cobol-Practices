      ******************************************************************
      * Billing dispute record, keyed by customer ID and bill issue
      * date in DISPUTE.DAT (ORGANIZATION INDEXED) - the same key as
      * the PAYSTAT.DAT item under dispute. DI-STATUS: H = held
      * while the dispute is investigated, J = closed to a Q15J
      * adjustment that has not been posted yet (still held), R =
      * released - the bill stands and collections resume, A =
      * adjusted by Q15J (DI-ADJ-AMOUNT). While H or J the item is
      * skipped by every collections program: Q15Y does not
      * surcharge it, Q15H leaves it out of the reminder letters,
      * Q15E keeps it out of the bank file and Q15D keeps the
      * customer off the disconnection work list; Q15A ages it in
      * its own "in dispute" column. Opened and closed in Q15DS,
      * which also lists the disputes past DI-REVIEW-DATE.
      ******************************************************************
       01    DISPUTE-REC.
               02      DI-KEY.
                       03      DI-CUST-ID PIC 9(6).
                       03      DI-ISSUE-DATE PIC 9(8).
               02      DI-STATUS PIC X.
               02      DI-REASON-CODE PIC X(2).
               02      DI-REASON-TEXT PIC X(30).
               02      DI-AMOUNT PIC 9(6)V99.
               02      DI-OPENED-BY PIC X(8).
               02      DI-OPENED-DATE PIC 9(8).
               02      DI-REVIEW-DATE PIC 9(8).
               02      DI-CLOSED-BY PIC X(8).
               02      DI-CLOSED-DATE PIC 9(8).
               02      DI-ADJ-AMOUNT PIC 9(6)V99.
