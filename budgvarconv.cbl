      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of the 23-byte budget-billing
      *          variance file - the RELATIVE layout as it stood
      *          before the record grew its last-true-up fields - into
      *          the current 40-byte layout. Every plan comes across
      *          with no true-up recorded; the next Q15T settlement
      *          fills the fields in. Reads the old file under its
      *          current name and writes the converted copy to
      *          BUDGVAR.NEW so the original is never touched by this
      *          program.
      *
      *          CUT-OVER PROCEDURE:
      *            1. Stop all programs that open BUDGVAR.DAT.
      *            2. Run this program. It reads BUDGVAR.DAT (the
      *               23-byte RELATIVE layout) and writes BUDGVAR.NEW
      *               (the current 40-byte RELATIVE layout, keyed by
      *               customer ID as before).
      *            3. Rename BUDGVAR.DAT to a backup name, then rename
      *               BUDGVAR.NEW to BUDGVAR.DAT.
      *            4. Resume normal operations.
      *          Same cut-over convention as Q15NCNV and Q15DCNV.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15BCNV.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT OLD-BUDGVAR-FILE ASSIGN TO "BUDGVAR.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-OLD-REL-KEY
            FILE STATUS IS WS-OLD-STATUS.
          SELECT NEW-BUDGVAR-FILE ASSIGN TO "BUDGVAR.NEW"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-NEW-REL-KEY
            FILE STATUS IS WS-NEW-STATUS.

        DATA DIVISION.
          FILE SECTION.
      * Frozen copy of the record layout as it stood before the
      * last-true-up fields - the live BUDGVAR copybook has since
      * grown, so the old file must be described explicitly here.
        FD    OLD-BUDGVAR-FILE.
        01    OLD-BUDGVAR-REC.
                02  OB-CUST-ID PIC 9(6).
                02  OB-VARIANCE PIC S9(7)V99.
                02  OB-START-DATE PIC 9(8).
        FD    NEW-BUDGVAR-FILE.
        COPY BUDGVAR.

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
        DISPLAY "----BUDGVAR.DAT 23-TO-40 BYTE LAST-TRUE-UP CONVERSION
      -    "----".
        OPEN INPUT OLD-BUDGVAR-FILE.
        IF WS-OLD-STATUS NOT = "00"
            DISPLAY "BUDGVAR.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-OLD-STATUS
            STOP RUN
        END-IF.
        OPEN OUTPUT NEW-BUDGVAR-FILE.
        IF WS-NEW-STATUS NOT = "00"
            DISPLAY "UNABLE TO CREATE BUDGVAR.NEW - STATUS "
                WS-NEW-STATUS
            CLOSE OLD-BUDGVAR-FILE
            STOP RUN
        END-IF.
        READ OLD-BUDGVAR-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
        PERFORM CONVERT-PARA UNTIL WS-EOF = "Y".
        CLOSE OLD-BUDGVAR-FILE, NEW-BUDGVAR-FILE.
        DISPLAY "RECORDS READ     : " WS-READ-COUNT.
        DISPLAY "RECORDS CONVERTED: " WS-CONVERT-COUNT.
        DISPLAY "RECORDS SKIPPED  : " WS-SKIP-COUNT.
        DISPLAY "CONVERTED FILE WRITTEN TO BUDGVAR.NEW.".
        DISPLAY "STOP THE BILLING PROGRAMS (IF NOT ALREADY STOPPED),
      -    " RENAME BUDGVAR.DAT TO A BACKUP NAME, THEN RENAME BUDGVAR
      -    ".NEW TO BUDGVAR.DAT BEFORE RESUMING.".
        STOP RUN.

        CONVERT-PARA.
        ADD 1 TO WS-READ-COUNT.
        MOVE OB-CUST-ID TO WS-NEW-REL-KEY.
        MOVE OB-CUST-ID TO BV-CUST-ID.
        MOVE OB-VARIANCE TO BV-VARIANCE.
        MOVE OB-START-DATE TO BV-START-DATE.
        MOVE 0 TO BV-TRUEUP-DATE BV-TRUEUP-AMT.
        WRITE BUDGVAR-REC
            INVALID KEY
                DISPLAY "DUPLICATE CUSTOMER ID " OB-CUST-ID
                    " - SKIPPED DURING CONVERSION"
                ADD 1 TO WS-SKIP-COUNT
            NOT INVALID KEY
                ADD 1 TO WS-CONVERT-COUNT
        END-WRITE.
        READ OLD-BUDGVAR-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
