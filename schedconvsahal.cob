      * Purpose: One-time conversion of the legacy schedule master -
      *          the SCHEDMST.DAT layout as it stood before the
      *          per-course semester fee was added - into the current
      *          layout, with the fee and the course credits defaulted
      *          to zero for the maintenance program to fill in. Reads
      *          the old file under its current name and writes the
      *          converted copy to SCHEDMST.NEW so the original is
      *          never touched.
      *
      *          CUT-OVER PROCEDURE:
      *            1. Stop all programs that open SCHEDMST.DAT.
      *               SCHEDMST.NEW in the current layout).
      *            3. Rename SCHEDMST.DAT to a backup name, then
      *               rename SCHEDMST.NEW to SCHEDMST.DAT.
      *            4. Set the course fees and credits through the
      *               schedule maintenance program, then resume.
      *          Same cut-over convention as the billing suite's
      *          converters.
      * Tectonics: cobc
           MOVE os-capacity TO sm-capacity.
           MOVE os-enrolled-count TO sm-enrolled-count.
           MOVE 0 TO sm-fee.
           MOVE 0 TO sm-credits.
           WRITE schedule-rec.
           READ OLD-SCHEDULE-FILE AT END MOVE "y" TO ws-eof.
       END PROGRAM 2IA07-SCHED-CONV.
