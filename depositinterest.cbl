      *          to DP-INT-ACCRUED for Q15 to credit on the customer's
      *          next bill, and prints a register (DEPREG.TXT) of the
      *          interest credited so the regulation filing has its
      *          supporting schedule. Each deposit also keeps the
      *          run date and the interest just credited, so the
      *          annual statement can show it once Q15 has passed the
      *          accrual on.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
        77    WS-DEP-REL-KEY PIC 9(6) VALUE 0.
        77    WS-DEP-PARM-STATUS PIC XX VALUE SPACES.
        77    WS-DEPOSIT-EOF PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
      * Annual interest percentage applied to each deposit. Taken
      * from DEPPARM.DAT when present so the regulated rate can move
      * without a recompile (same pattern as BILLPARM.DAT).
        PROCEDURE DIVISION.
        MAIN-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        PERFORM LOAD-DEP-PARM-PARA.
        OPEN I-O DEPOSIT-FILE.
        IF WS-DEPOSIT-STATUS NOT = "00"
            ADD WS-INTEREST TO DP-INT-ACCRUED
                ON SIZE ERROR CONTINUE
            END-ADD
            MOVE WS-TODAY-DATE TO DP-INT-DATE
            MOVE WS-INTEREST TO DP-INT-LAST
            REWRITE DEPOSIT-REC
            ADD 1 TO WS-DEP-COUNT
            ADD WS-INTEREST TO WS-TOT-INTEREST
