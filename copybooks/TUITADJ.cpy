      ******************************************************************
      * Tuition adjustment record - one credit or debit note per
      * record in TUITADJ.DAT. The registration program raises a
      * credit note (ta-type C) when a course is dropped after the
      * term's tuition was invoiced, priced from the course fee at
      * the refund schedule's percentage, and a debit note (D) at the
      * full fee when a course is added, by hand or by waitlist
      * promotion, after invoicing. The tuition receipt posting
      * applies waiting notes to TUITRECV.DAT and lists them in
      * TUITREG.TXT. ta-status: n = waiting to be posted, a = applied
      * to the invoice in ta-invoice-no, r = credit beyond what was
      * still owed, held as a refund due of ta-refund-amt.
      ******************************************************************
       01    tuitadj-rec.
               02      ta-npm pic 9(8).
               02      ta-term pic 9(5).
               02      ta-date pic 9(8).
               02      ta-type pic x.
               02      ta-course-code pic 9(2).
               02      ta-fee pic 9(7)v99.
               02      ta-pct pic 9(3).
               02      ta-amount pic 9(7)v99.
               02      ta-status pic x.
               02      ta-invoice-no pic 9(6).
               02      ta-refund-amt pic 9(7)v99.
