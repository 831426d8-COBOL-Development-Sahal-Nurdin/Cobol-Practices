      ******************************************************************
      * Tuition refund schedule record - one band per record in
      * REFUNDSC.DAT: from the given number of days after the term
      * opened (tm-open-date in TERM.DAT), a dropped course earns the
      * given percentage of its fee back. The band with the highest
      * starting day not after the drop applies; a drop before the
      * first band earns the full fee back. The usual schedule is a
      * full refund in add/drop week, a partial refund after it, and
      * nothing from the cutoff on. Maintained by 2IA07-REFUND-SCHED
      * and read by the registration program when a course is
      * dropped after the term's tuition has been invoiced.
      ******************************************************************
       01    refundsched-rec.
               02      rf-from-day pic 9(3).
               02      rf-pct pic 9(3).
