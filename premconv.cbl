      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time cut-over to the premises master. Converts
      *          the 136-byte customer master - the RELATIVE layout as
      *          it stood before the record grew its premises number -
      *          into the current 161-byte layout (the net-metering
      *          fields come across off net metering, with no export
      *          reading and nothing banked), and builds
      *          PREMISES.DAT from it: every customer's address, meter,
      *          route code and walk sequence become a premises
      *          numbered with that customer's ID, occupied by the
      *          customer when the account is live and vacant (last
      *          occupant recorded) when it is closed. Reads the old
      *          file under its current name and writes the converted
      *          copy to ELEC_REC.NEW so the original is never touched
      *          by this program. Supply-point references start blank
      *          and are keyed in afterwards through Q15M.
      *
      *          CUT-OVER PROCEDURE:
      *            1. Stop all programs that open ELEC_REC.DAT.
      *            2. Run this program. It reads ELEC_REC.DAT (the
      *               136-byte RELATIVE layout) and writes
      *               ELEC_REC.NEW (the current 161-byte RELATIVE
      *               layout, keyed by customer ID as before) and a
      *               fresh PREMISES.DAT.
      *            3. Rename ELEC_REC.DAT to a backup name, then
      *               rename ELEC_REC.NEW to ELEC_REC.DAT.
      *            4. Resume normal operations.
      *          The output is already in the 161-byte layout - do
      *          NOT run Q15NCNV after this program. Q15NCNV is only
      *          for a file still at 142 bytes and would corrupt it.
      *          Same cut-over convention as Q15CONV and Q15ECNV.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15PMCV.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT OLD-CUSTOMER-FILE ASSIGN TO "ELEC_REC.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-OLD-REL-KEY
            FILE STATUS IS WS-OLD-STATUS.
          SELECT NEW-CUSTOMER-FILE ASSIGN TO "ELEC_REC.NEW"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-NEW-REL-KEY
            FILE STATUS IS WS-NEW-STATUS.
          SELECT PREMISES-FILE ASSIGN TO "PREMISES.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PREM-REL-KEY
            FILE STATUS IS WS-PREMISES-STATUS.

        DATA DIVISION.
          FILE SECTION.
      * Frozen copy of the record layout as it stood before the
      * premises number - the live CUSTREC copybook has since grown,
      * so the old file must be described explicitly here.
        FD    OLD-CUSTOMER-FILE.
        01    OLD-CUST-REC.
                02  OC-CUST-ID PIC 999999.
                02  OC-CUST-NAME PIC A(20).
                02  OC-CUST-ADDRESS PIC X(30).
                02  OC-METERED-PULSES PIC 9(4).
                02  OC-MTRNO PIC 9(6).
                02  OC-ACTIVE PIC X.
                02  OC-TARIFF-CAT PIC X.
                02  OC-EXCH-FLAG PIC X.
                02  OC-EXCH-OLD-MTRNO PIC 9(6).
                02  OC-EXCH-OLD-PULSES PIC 9(4).
                02  OC-EXCH-NEW-OPEN PIC 9(4).
                02  OC-EST-FLAG PIC X.
                02  OC-EST-PULSES PIC 9(4).
                02  OC-AVG-PULSES PIC 9(4).
                02  OC-DEACT-DATE PIC 9(8).
                02  OC-ROUTE-CODE PIC X(4).
                02  OC-WALK-SEQ PIC 9(4).
                02  OC-DD-FLAG PIC X.
                02  OC-DD-BANK-CODE PIC X(6).
                02  OC-DD-BANK-ACCT PIC X(12).
                02  OC-BUDGET-FLAG PIC X.
                02  OC-BUDGET-AMOUNT PIC 9(6)V99.
        FD    NEW-CUSTOMER-FILE.
        COPY CUSTREC.
        FD    PREMISES-FILE.
        COPY PREMISES.

          WORKING-STORAGE SECTION.
        77    WS-OLD-STATUS PIC XX VALUE SPACES.
        77    WS-NEW-STATUS PIC XX VALUE SPACES.
        77    WS-PREMISES-STATUS PIC XX VALUE SPACES.
        77    WS-OLD-REL-KEY PIC 9(6) VALUE 0.
        77    WS-NEW-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PREM-REL-KEY PIC 9(6) VALUE 0.
        77    WS-EOF PIC X VALUE "N".
        77    WS-READ-COUNT PIC 9(6) VALUE 0.
        77    WS-CONVERT-COUNT PIC 9(6) VALUE 0.
        77    WS-SKIP-COUNT PIC 9(6) VALUE 0.
        77    WS-PREM-COUNT PIC 9(6) VALUE 0.

        PROCEDURE DIVISION.
        MAIN-PARA.
        DISPLAY "----ELEC_REC.DAT 136-TO-161 BYTE CONVERSION AND PREMI
      -    "SES BUILD----".
        OPEN INPUT OLD-CUSTOMER-FILE.
        IF WS-OLD-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-OLD-STATUS
            STOP RUN
        END-IF.
        OPEN OUTPUT NEW-CUSTOMER-FILE.
        IF WS-NEW-STATUS NOT = "00"
            DISPLAY "UNABLE TO CREATE ELEC_REC.NEW - STATUS "
                WS-NEW-STATUS
            CLOSE OLD-CUSTOMER-FILE
            STOP RUN
        END-IF.
        OPEN OUTPUT PREMISES-FILE.
        IF WS-PREMISES-STATUS NOT = "00"
            DISPLAY "UNABLE TO CREATE PREMISES.DAT - STATUS "
                WS-PREMISES-STATUS
            CLOSE OLD-CUSTOMER-FILE, NEW-CUSTOMER-FILE
            STOP RUN
        END-IF.
        READ OLD-CUSTOMER-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
        PERFORM CONVERT-PARA UNTIL WS-EOF = "Y".
        CLOSE OLD-CUSTOMER-FILE, NEW-CUSTOMER-FILE, PREMISES-FILE.
        DISPLAY "RECORDS READ     : " WS-READ-COUNT.
        DISPLAY "RECORDS CONVERTED: " WS-CONVERT-COUNT.
        DISPLAY "RECORDS SKIPPED  : " WS-SKIP-COUNT.
        DISPLAY "PREMISES BUILT   : " WS-PREM-COUNT.
        DISPLAY "CONVERTED FILE WRITTEN TO ELEC_REC.NEW.".
        DISPLAY "STOP THE BILLING PROGRAMS (IF NOT ALREADY STOPPED),
      -    " RENAME ELEC_REC.DAT TO A BACKUP NAME, THEN RENAME ELEC_
      -    "REC.NEW TO ELEC_REC.DAT BEFORE RESUMING.".
        STOP RUN.

        CONVERT-PARA.
        ADD 1 TO WS-READ-COUNT.
        MOVE OC-CUST-ID TO WS-NEW-REL-KEY.
        MOVE OC-CUST-ID TO IN-CUST-ID.
        MOVE OC-CUST-NAME TO IN-CUST-NAME.
        MOVE OC-CUST-ADDRESS TO IN-CUST-ADDRESS.
        MOVE OC-METERED-PULSES TO IN-METERED-PULSES.
        MOVE OC-MTRNO TO IN-MTRNO.
        MOVE OC-ACTIVE TO IN-ACTIVE.
        MOVE OC-TARIFF-CAT TO IN-TARIFF-CAT.
        MOVE OC-EXCH-FLAG TO IN-EXCH-FLAG.
        MOVE OC-EXCH-OLD-MTRNO TO IN-EXCH-OLD-MTRNO.
        MOVE OC-EXCH-OLD-PULSES TO IN-EXCH-OLD-PULSES.
        MOVE OC-EXCH-NEW-OPEN TO IN-EXCH-NEW-OPEN.
        MOVE OC-EST-FLAG TO IN-EST-FLAG.
        MOVE OC-EST-PULSES TO IN-EST-PULSES.
        MOVE OC-AVG-PULSES TO IN-AVG-PULSES.
        MOVE OC-DEACT-DATE TO IN-DEACT-DATE.
        MOVE OC-ROUTE-CODE TO IN-ROUTE-CODE.
        MOVE OC-WALK-SEQ TO IN-WALK-SEQ.
        MOVE OC-DD-FLAG TO IN-DD-FLAG.
        MOVE OC-DD-BANK-CODE TO IN-DD-BANK-CODE.
        MOVE OC-DD-BANK-ACCT TO IN-DD-BANK-ACCT.
        MOVE OC-BUDGET-FLAG TO IN-BUDGET-FLAG.
        MOVE OC-BUDGET-AMOUNT TO IN-BUDGET-AMOUNT.
        MOVE OC-CUST-ID TO IN-PREM-NO.
        MOVE SPACE TO IN-NET-FLAG.
        MOVE 0 TO IN-EXPORT-PULSES IN-BANKED-UNITS IN-NET-START-DATE.
        WRITE IN-REC
            INVALID KEY
                DISPLAY "DUPLICATE CUSTOMER ID " OC-CUST-ID
                    " - SKIPPED DURING CONVERSION"
                ADD 1 TO WS-SKIP-COUNT
            NOT INVALID KEY
                ADD 1 TO WS-CONVERT-COUNT
                PERFORM BUILD-PREMISES-PARA
        END-WRITE.
        READ OLD-CUSTOMER-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.

        BUILD-PREMISES-PARA.
        MOVE OC-CUST-ID TO WS-PREM-REL-KEY.
        MOVE OC-CUST-ID TO PR-PREM-NO.
        MOVE SPACES TO PR-SUPPLY-POINT.
        MOVE OC-CUST-ADDRESS TO PR-ADDRESS.
        MOVE OC-ROUTE-CODE TO PR-ROUTE-CODE.
        MOVE OC-WALK-SEQ TO PR-WALK-SEQ.
        MOVE 0 TO PR-HANDOVER-READING.
        IF OC-ACTIVE = "N"
            MOVE "V" TO PR-STATUS
            MOVE 0 TO PR-CUST-ID
            MOVE OC-CUST-ID TO PR-LAST-CUST-ID
            MOVE 0 TO PR-MTRNO
            MOVE OC-DEACT-DATE TO PR-OCC-DATE
        ELSE
            MOVE "O" TO PR-STATUS
            MOVE OC-CUST-ID TO PR-CUST-ID
            MOVE 0 TO PR-LAST-CUST-ID
            MOVE OC-MTRNO TO PR-MTRNO
            MOVE 0 TO PR-OCC-DATE
        END-IF.
        WRITE PREMISES-REC
            INVALID KEY
                DISPLAY "PREMISES " OC-CUST-ID " NOT BUILT"
            NOT INVALID KEY
                ADD 1 TO WS-PREM-COUNT
        END-WRITE.
