      *          master - the RELATIVE layout as it stood before the
      *          record grew its direct-debit consent fields and the
      *          budget-billing flag and amount - into the current
      *          161-byte layout the programs now require, defaulting
      *          every new field (no premises number, off net
      *          metering). Reads the old file under its
      *          current name and writes the converted copy to
      *          ELEC_REC.NEW so the original is never touched by
      *          this program.
      *            1. Stop all programs that open ELEC_REC.DAT.
      *            2. Run this program. It reads ELEC_REC.DAT (the
      *               old 108-byte RELATIVE layout) and writes
      *               ELEC_REC.NEW (the current 161-byte RELATIVE
      *               layout, keyed by customer ID as before).
      *            3. Rename ELEC_REC.DAT to a backup name, then
      *               rename ELEC_REC.NEW to ELEC_REC.DAT.
      *            4. Resume normal operations.
      *          The output is already in the 161-byte layout - do
      *          NOT run Q15NCNV after this program. Q15NCNV is only
      *          for a file still at 142 bytes and would corrupt it.
      *          Same cut-over convention as Q15CONV and Q15PCNV.
      * Tectonics: cobc
      ******************************************************************

        PROCEDURE DIVISION.
        MAIN-PARA.
        DISPLAY "----ELEC_REC.DAT 108-TO-161 BYTE CONVERSION----".
        OPEN INPUT OLD-CUSTOMER-FILE.
        IF WS-OLD-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
        MOVE SPACES TO IN-DD-BANK-ACCT.
        MOVE SPACE TO IN-BUDGET-FLAG.
        MOVE 0 TO IN-BUDGET-AMOUNT.
        MOVE 0 TO IN-PREM-NO.
        MOVE SPACE TO IN-NET-FLAG.
        MOVE 0 TO IN-EXPORT-PULSES IN-BANKED-UNITS IN-NET-START-DATE.
        WRITE IN-REC
            INVALID KEY
                DISPLAY "DUPLICATE CUSTOMER ID " OC-CUST-ID
