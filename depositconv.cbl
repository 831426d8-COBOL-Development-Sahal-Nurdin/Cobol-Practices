      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the 30-byte deposit ledger -
      *          the RELATIVE layout as it stood before the record grew
      *          its last-interest fields - into the current 46-byte
      *          layout. Every deposit comes across with no year-end
      *          interest run recorded; the next Q15I run fills the
      *          fields in. Reads the old file under its current name
      *          and writes the converted copy to DEPOSIT.NEW so the
      *          original is never touched by this program.
      *
      *          CUT-OVER PROCEDURE:
      *            1. Stop all programs that open DEPOSIT.DAT.
      *            2. Run this program. It reads DEPOSIT.DAT (the
      *               30-byte RELATIVE layout) and writes DEPOSIT.NEW
      *               (the current 46-byte RELATIVE layout, keyed by
      *               customer ID as before).
      *            3. Rename DEPOSIT.DAT to a backup name, then rename
      *               DEPOSIT.NEW to DEPOSIT.DAT.
      *            4. Resume normal operations.
      *          Same cut-over convention as Q15NCNV and Q15BCNV.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15DCNV.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT OLD-DEPOSIT-FILE ASSIGN TO "DEPOSIT.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-OLD-REL-KEY
            FILE STATUS IS WS-OLD-STATUS.
          SELECT NEW-DEPOSIT-FILE ASSIGN TO "DEPOSIT.NEW"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-NEW-REL-KEY
            FILE STATUS IS WS-NEW-STATUS.

        DATA DIVISION.
          FILE SECTION.
      * Frozen copy of the record layout as it stood before the
      * last-interest fields - the live DEPOSIT copybook has since
      * grown, so the old file must be described explicitly here.
        FD    OLD-DEPOSIT-FILE.
        01    OLD-DEPOSIT-REC.
                02  OD-CUST-ID PIC 9(6).
                02  OD-AMOUNT PIC 9(6)V99.
                02  OD-RECEIVED-DATE PIC 9(8).
                02  OD-INT-ACCRUED PIC 9(6)V99.
        FD    NEW-DEPOSIT-FILE.
        COPY DEPOSIT.

          WORKING-STORAGE SECTION.
        77    WS-OLD-STATUS PIC XX VALUE SPACES.
        77    WS-NEW-STATUS PIC XX VALUE SPACES.
        77    WS-OLD-REL-KEY PIC 9(6) VALUE 0.
        77    WS-NEW-REL-KEY PIC 9(6) VALUE 0.
        77    WS-EOF PIC X VALUE "N".
        77    WS-READ-COUNT PIC 9(6) VALUE 0.
        77    WS-CONVERT-COUNT PIC 9(6) VALUE 0.
        77    WS-SKIP-COUNT PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.
        MAIN-PARA.
        DISPLAY "----DEPOSIT.DAT 30-TO-46 BYTE LAST-INTEREST CONVERSION
      -    "----".
        OPEN INPUT OLD-DEPOSIT-FILE.
        IF WS-OLD-STATUS NOT = "00"
            DISPLAY "DEPOSIT.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-OLD-STATUS
            STOP RUN
        END-IF.
        OPEN OUTPUT NEW-DEPOSIT-FILE.
        IF WS-NEW-STATUS NOT = "00"
            DISPLAY "UNABLE TO CREATE DEPOSIT.NEW - STATUS "
                WS-NEW-STATUS
            CLOSE OLD-DEPOSIT-FILE
            STOP RUN
        END-IF.
        READ OLD-DEPOSIT-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
        PERFORM CONVERT-PARA UNTIL WS-EOF = "Y".
        CLOSE OLD-DEPOSIT-FILE, NEW-DEPOSIT-FILE.
        DISPLAY "RECORDS READ     : " WS-READ-COUNT.
        DISPLAY "RECORDS CONVERTED: " WS-CONVERT-COUNT.
        DISPLAY "RECORDS SKIPPED  : " WS-SKIP-COUNT.
        DISPLAY "CONVERTED FILE WRITTEN TO DEPOSIT.NEW.".
        DISPLAY "STOP THE BILLING PROGRAMS (IF NOT ALREADY STOPPED),
      -    " RENAME DEPOSIT.DAT TO A BACKUP NAME, THEN RENAME DEPOSIT
      -    ".NEW TO DEPOSIT.DAT BEFORE RESUMING.".
        STOP RUN.

        CONVERT-PARA.
        ADD 1 TO WS-READ-COUNT.
        MOVE OD-CUST-ID TO WS-NEW-REL-KEY.
        MOVE OD-CUST-ID TO DP-CUST-ID.
        MOVE OD-AMOUNT TO DP-AMOUNT.
        MOVE OD-RECEIVED-DATE TO DP-RECEIVED-DATE.
        MOVE OD-INT-ACCRUED TO DP-INT-ACCRUED.
        MOVE 0 TO DP-INT-DATE DP-INT-LAST.
        WRITE DEPOSIT-REC
            INVALID KEY
                DISPLAY "DUPLICATE CUSTOMER ID " OD-CUST-ID
                    " - SKIPPED DURING CONVERSION"
                ADD 1 TO WS-SKIP-COUNT
            NOT INVALID KEY
                ADD 1 TO WS-CONVERT-COUNT
        END-WRITE.
        READ OLD-DEPOSIT-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
