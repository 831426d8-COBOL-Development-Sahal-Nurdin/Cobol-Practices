      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the 142-byte customer master -
      *          the RELATIVE layout as it stood before the record grew
      *          its net-metering fields - into the current 161-byte
      *          layout. Every account comes across off net metering,
      *          with no export reading and nothing banked; solar
      *          customers are put on net metering afterwards through
      *          Q15M. Reads the old file under its current name and
      *          writes the converted copy to ELEC_REC.NEW so the
      *          original is never touched by this program.
      *
      *          CUT-OVER PROCEDURE:
      *            1. Stop all programs that open ELEC_REC.DAT.
      *            2. Run this program. It reads ELEC_REC.DAT (the
      *               142-byte RELATIVE layout) and writes
      *               ELEC_REC.NEW (the current 161-byte RELATIVE
      *               layout, keyed by customer ID as before).
      *            3. Rename ELEC_REC.DAT to a backup name, then
      *               rename ELEC_REC.NEW to ELEC_REC.DAT.
      *            4. Resume normal operations.
      *          Only for a file still at 142 bytes. Do NOT run it
      *          after Q15PMCV or Q15ECNV (the 136- and 108-byte
      *          converters) - they already write the 161-byte layout,
      *          and reading that as 142-byte records corrupts it.
      *          Same cut-over convention as Q15ECNV and Q15PMCV.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15NCNV.
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

        DATA DIVISION.
          FILE SECTION.
      * Frozen copy of the record layout as it stood before the
      * net-metering fields - the live CUSTREC copybook has since
      * grown, so the old file must be described explicitly here.
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
                02  OC-PREM-NO PIC 9(6).
        FD    NEW-CUSTOMER-FILE.
        COPY CUSTREC.

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
        DISPLAY "----ELEC_REC.DAT 142-TO-161 BYTE NET-METERING CONVERSI
      -    "ON----".
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
        READ OLD-CUSTOMER-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
        PERFORM CONVERT-PARA UNTIL WS-EOF = "Y".
        CLOSE OLD-CUSTOMER-FILE, NEW-CUSTOMER-FILE.
        DISPLAY "RECORDS READ     : " WS-READ-COUNT.
        DISPLAY "RECORDS CONVERTED: " WS-CONVERT-COUNT.
        DISPLAY "RECORDS SKIPPED  : " WS-SKIP-COUNT.
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
        MOVE OC-PREM-NO TO IN-PREM-NO.
        MOVE SPACE TO IN-NET-FLAG.
        MOVE 0 TO IN-EXPORT-PULSES IN-BANKED-UNITS IN-NET-START-DATE.
        WRITE IN-REC
            INVALID KEY
                DISPLAY "DUPLICATE CUSTOMER ID " OC-CUST-ID
                    " - SKIPPED DURING CONVERSION"
                ADD 1 TO WS-SKIP-COUNT
            NOT INVALID KEY
                ADD 1 TO WS-CONVERT-COUNT
        END-WRITE.
        READ OLD-CUSTOMER-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
