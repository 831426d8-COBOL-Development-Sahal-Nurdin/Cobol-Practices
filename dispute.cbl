      ******************************************************************
      * Author:
      * Date:
      * Purpose: Billing dispute register. When a customer contests a
      *          bill, the PAYSTAT.DAT item is put on hold here in
      *          DISPUTE.DAT under the same customer ID / issue date
      *          key, with the reason, the operator who opened it and
      *          a review-by date. While the hold is in force the
      *          collections chain leaves the bill alone (see the
      *          DISPUTE copybook). Closing a dispute either releases
      *          the hold - the bill stands and collections resume -
      *          or hands it to Q15J, which posts the credit or debit
      *          note against the disputed bill and marks the dispute
      *          adjusted. Closing needs supervisor authority. The
      *          review list, run weekly, prints every open dispute
      *          past its review date to DISPREV.TXT.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15DS.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT CUSTOMER-REC-FILE ASSIGN TO "ELEC_REC.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-CUST-REL-KEY
            FILE STATUS IS WS-CUST-STATUS.
          SELECT PAYSTAT-FILE ASSIGN TO "PAYSTAT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PS-KEY
            FILE STATUS IS WS-PAYSTAT-STATUS.
          SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DI-KEY
            FILE STATUS IS WS-DISPUTE-STATUS.
          SELECT REVIEW-FILE ASSIGN TO "DISPREV.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
          SELECT OPERMST-FILE ASSIGN TO "OPERMST.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-OPER-REL-KEY
            FILE STATUS IS WS-OPERMST-STATUS.

        DATA DIVISION.
          FILE SECTION.
        FD    CUSTOMER-REC-FILE.
        COPY CUSTREC.
        FD    PAYSTAT-FILE.
        COPY PAYSTAT.
        FD    DISPUTE-FILE.
        COPY DISPUTE.
        FD    REVIEW-FILE.
        01    REVIEW-REC PIC X(80).
        FD    RUNLOG-FILE.
        COPY RUNLOG.
        FD    OPERMST-FILE.
        COPY OPERMST.

          WORKING-STORAGE SECTION.
        77    WS-OPERMST-STATUS PIC XX VALUE SPACES.
        77    WS-OPER-REL-KEY PIC 9(4) VALUE 0.
        77    WS-OPER-PASSWORD PIC X(8) VALUE SPACES.
        77    WS-OPER-OK PIC X VALUE "N".
        77    WS-OPER-TRIES PIC 9 VALUE 0.
        77    WS-OPER-LEVEL PIC 9 VALUE 0.
        77    WS-REQ-AUTH-LEVEL PIC 9 VALUE 1.
        77    WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        77    WS-RUNLOG-STATUS PIC XX VALUE SPACES.
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15DS".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PAYSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-DISPUTE-STATUS PIC XX VALUE SPACES.
        77    WS-CHOICE PIC 9 VALUE 0.
        77    WS-DONE PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-REQ-CUST-ID PIC 9(6) VALUE 0.
        77    WS-REQ-ISSUE-DATE PIC 9(8) VALUE 0.
        77    WS-BILL-OK PIC X VALUE "N".
        77    WS-DISP-EXISTS PIC X VALUE "N".
        77    WS-REASON-CODE PIC X(2) VALUE SPACES.
        77    WS-REASON-TEXT PIC X(30) VALUE SPACES.
        77    WS-REVIEW-DATE PIC 9(8) VALUE 0.
        77    WS-CLOSE-ACTION PIC X VALUE SPACE.
        77    WS-OPENED-COUNT PIC 9(4) VALUE 0.
        77    WS-CLOSED-COUNT PIC 9(4) VALUE 0.
        77    WS-REV-EOF PIC X VALUE "N".
        77    WS-REV-COUNT PIC 9(6) VALUE 0.
        77    WS-REV-AMT PIC 9(8)V99 VALUE 0.
      * A review date left at zero defaults to this many days out.
        77    WS-REVIEW-DAYS PIC 9(3) VALUE 30.
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    REVIEW-TITLE-LINE.
                02  F PIC X(36) VALUE
                    "DISPUTES PAST REVIEW DATE AS AT    ".
                02  RT-DATE PIC 9(8).
        01    REVIEW-HEAD-LINE PIC X(80) VALUE
            "CUST ID  BILL DATE  S  RC  REASON                         A
      -    "MOUNT     REVIEW BY".
        01    REVIEW-DETAIL-LINE.
                02  RD-CUST-ID PIC 9(6).
                02  F PIC X(3) VALUE SPACES.
                02  RD-ISSUE-DATE PIC 9(8).
                02  F PIC X(3) VALUE SPACES.
                02  RD-STATUS PIC X.
                02  F PIC X(2) VALUE SPACES.
                02  RD-REASON-CODE PIC X(2).
                02  F PIC X(2) VALUE SPACES.
                02  RD-REASON-TEXT PIC X(30).
                02  F PIC X(1) VALUE SPACES.
                02  RD-AMOUNT PIC Z(5)9.99.
                02  F PIC X(2) VALUE SPACES.
                02  RD-REVIEW-DATE PIC 9(8).
        01    REVIEW-SUMMARY-LINE.
                02  F PIC X(20) VALUE "DISPUTES OVERDUE  : ".
                02  RS-COUNT PIC Z(5)9.
                02  F PIC X(3) VALUE " / ".
                02  RS-AMOUNT PIC Z(7)9.99.

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 1 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        OPEN INPUT CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
            STOP RUN
        END-IF.
        OPEN INPUT PAYSTAT-FILE.
        IF WS-PAYSTAT-STATUS NOT = "00"
            DISPLAY "PAYSTAT.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-PAYSTAT-STATUS
            STOP RUN
        END-IF.
        PERFORM OPEN-DISPUTE-PARA.
        PERFORM MENU-PARA UNTIL WS-DONE = "Y".
        CLOSE CUSTOMER-REC-FILE, PAYSTAT-FILE, DISPUTE-FILE.
        COMPUTE WS-RL-REC-COUNT = WS-OPENED-COUNT + WS-CLOSED-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "DISPUTES OPENED: " WS-OPENED-COUNT.
        DISPLAY "DISPUTES CLOSED: " WS-CLOSED-COUNT.
        STOP RUN.

        OPEN-DISPUTE-PARA.
        OPEN I-O DISPUTE-FILE.
        IF WS-DISPUTE-STATUS NOT = "00"
            OPEN OUTPUT DISPUTE-FILE
            CLOSE DISPUTE-FILE
            OPEN I-O DISPUTE-FILE
        END-IF.

        MENU-PARA.
        DISPLAY "----BILLING DISPUTES----".
        DISPLAY "1. OPEN A DISPUTE".
        DISPLAY "2. CLOSE A DISPUTE".
        DISPLAY "3. PRINT DISPUTES PAST REVIEW DATE".
        DISPLAY "4. EXIT".
        DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
        MOVE 0 TO WS-CHOICE.
        ACCEPT WS-CHOICE.
        EVALUATE WS-CHOICE
            WHEN 1 PERFORM OPEN-CASE-PARA
            WHEN 2
                IF WS-OPER-LEVEL < 2
                    DISPLAY "CLOSING A DISPUTE NEEDS SUPERVISOR"
                        " AUTHORITY"
                ELSE
                    PERFORM CLOSE-CASE-PARA
                END-IF
            WHEN 3 PERFORM REVIEW-LIST-PARA
            WHEN 4 MOVE "Y" TO WS-DONE
            WHEN OTHER DISPLAY "INVALID CHOICE"
        END-EVALUATE.

      * Customer ID and bill issue date identify the disputed item -
      * the same pair that keys PAYSTAT.DAT.
        ACCEPT-ITEM-KEY-PARA.
        DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-CUST-ID.
        ACCEPT WS-REQ-CUST-ID.
        DISPLAY "ENTER BILL ISSUE DATE (YYYYMMDD): "
            WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-ISSUE-DATE.
        ACCEPT WS-REQ-ISSUE-DATE.

        OPEN-CASE-PARA.
        PERFORM ACCEPT-ITEM-KEY-PARA.
        MOVE WS-REQ-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                DISPLAY "NO CUSTOMER RECORD FOUND FOR ID "
                    WS-REQ-CUST-ID
            NOT INVALID KEY
                PERFORM CHECK-BILL-PARA
                IF WS-BILL-OK = "Y"
                    PERFORM CHECK-EXISTING-PARA
                END-IF
                IF WS-BILL-OK = "Y"
                    PERFORM RECORD-CASE-PARA
                END-IF
        END-READ.

      * Only an open bill can be put on hold. A paid, superseded or
      * written-off bill is past collecting anyway, and one already
      * out with the bank on direct debit ("D") has to come back
      * from the bank before it can be held.
        CHECK-BILL-PARA.
        MOVE "N" TO WS-BILL-OK.
        MOVE WS-REQ-CUST-ID TO PS-CUST-ID.
        MOVE WS-REQ-ISSUE-DATE TO PS-ISSUE-DATE.
        READ PAYSTAT-FILE
            INVALID KEY
                DISPLAY "NO BILL FOR CUSTOMER " WS-REQ-CUST-ID
                    " ISSUED " WS-REQ-ISSUE-DATE
            NOT INVALID KEY
                IF PS-PAID-FLAG = "N"
                    MOVE "Y" TO WS-BILL-OK
                ELSE
                    IF PS-PAID-FLAG = "D"
                        DISPLAY "BILL IS OUT WITH THE BANK ON DIRECT"
                            " DEBIT - WAIT FOR THE RETURN FILE"
                    ELSE
                        DISPLAY "BILL IS NOT OPEN - NOTHING TO HOLD"
                    END-IF
                END-IF
        END-READ.

      * One dispute per bill at a time. A closed dispute on the same
      * bill is reopened in place - the key cannot hold two records.
        CHECK-EXISTING-PARA.
        MOVE "N" TO WS-DISP-EXISTS.
        MOVE WS-REQ-CUST-ID TO DI-CUST-ID.
        MOVE WS-REQ-ISSUE-DATE TO DI-ISSUE-DATE.
        READ DISPUTE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-DISP-EXISTS
                IF DI-STATUS = "H" OR DI-STATUS = "J"
                    MOVE "N" TO WS-BILL-OK
                    DISPLAY "BILL IS ALREADY UNDER DISPUTE - OPENED "
                        DI-OPENED-DATE " BY " DI-OPENED-BY
                END-IF
        END-READ.

        RECORD-CASE-PARA.
        DISPLAY "ENTER REASON CODE (2 CHARS): " WITH NO ADVANCING.
        MOVE SPACES TO WS-REASON-CODE.
        ACCEPT WS-REASON-CODE.
        DISPLAY "ENTER REASON: " WITH NO ADVANCING.
        MOVE SPACES TO WS-REASON-TEXT.
        ACCEPT WS-REASON-TEXT.
        DISPLAY "ENTER REVIEW-BY DATE (YYYYMMDD, 0 = "
            WS-REVIEW-DAYS " DAYS): " WITH NO ADVANCING.
        MOVE 0 TO WS-REVIEW-DATE.
        ACCEPT WS-REVIEW-DATE.
        IF WS-REVIEW-DATE = 0
            COMPUTE WS-REVIEW-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                + WS-REVIEW-DAYS)
        END-IF.
        IF WS-REASON-CODE = SPACES
            DISPLAY "REASON CODE REQUIRED - ENTRY ABANDONED"
        ELSE
            IF WS-REVIEW-DATE < WS-TODAY-DATE
                DISPLAY "REVIEW DATE IS IN THE PAST - ENTRY ABANDONED"
            ELSE
                PERFORM WRITE-CASE-PARA
            END-IF
        END-IF.

        WRITE-CASE-PARA.
        MOVE WS-REQ-CUST-ID TO DI-CUST-ID.
        MOVE WS-REQ-ISSUE-DATE TO DI-ISSUE-DATE.
        MOVE "H" TO DI-STATUS.
        MOVE WS-REASON-CODE TO DI-REASON-CODE.
        MOVE WS-REASON-TEXT TO DI-REASON-TEXT.
        MOVE PS-AMOUNT TO DI-AMOUNT.
        MOVE WS-OPERATOR-ID TO DI-OPENED-BY.
        MOVE WS-TODAY-DATE TO DI-OPENED-DATE.
        MOVE WS-REVIEW-DATE TO DI-REVIEW-DATE.
        MOVE SPACES TO DI-CLOSED-BY.
        MOVE 0 TO DI-CLOSED-DATE.
        MOVE 0 TO DI-ADJ-AMOUNT.
        IF WS-DISP-EXISTS = "Y"
            REWRITE DISPUTE-REC
        ELSE
            WRITE DISPUTE-REC
                INVALID KEY
                    DISPLAY "DISPUTE NOT RECORDED - STATUS "
                        WS-DISPUTE-STATUS
            END-WRITE
        END-IF.
        ADD 1 TO WS-OPENED-COUNT.
        DISPLAY "BILL " WS-REQ-ISSUE-DATE " FOR " IN-CUST-NAME
            " HELD - REVIEW BY " WS-REVIEW-DATE.

      * Release (R) lets the bill stand and collections pick it up
      * again on their next run. Adjust (A) leaves the hold on as
      * "J" until Q15J posts the note against the bill - the
      * customer is not chased for an amount about to be corrected.
        CLOSE-CASE-PARA.
        PERFORM ACCEPT-ITEM-KEY-PARA.
        MOVE WS-REQ-CUST-ID TO DI-CUST-ID.
        MOVE WS-REQ-ISSUE-DATE TO DI-ISSUE-DATE.
        READ DISPUTE-FILE
            INVALID KEY
                DISPLAY "NO DISPUTE ON FILE FOR THAT BILL"
            NOT INVALID KEY
                IF DI-STATUS NOT = "H"
                    DISPLAY "DISPUTE IS NOT OPEN - STATUS " DI-STATUS
                ELSE
                    PERFORM CLOSE-ACTION-PARA
                END-IF
        END-READ.

        CLOSE-ACTION-PARA.
        DISPLAY "REASON: " DI-REASON-CODE " " DI-REASON-TEXT.
        DISPLAY "AMOUNT: " DI-AMOUNT "  OPENED " DI-OPENED-DATE
            " BY " DI-OPENED-BY.
        DISPLAY "RELEASE HOLD OR ADJUST THE BILL (R/A): "
            WITH NO ADVANCING.
        MOVE SPACE TO WS-CLOSE-ACTION.
        ACCEPT WS-CLOSE-ACTION.
        IF WS-CLOSE-ACTION NOT = "R" AND WS-CLOSE-ACTION NOT = "A"
            DISPLAY "ACTION MUST BE R OR A - DISPUTE LEFT OPEN"
        ELSE
            IF WS-CLOSE-ACTION = "R"
                MOVE "R" TO DI-STATUS
            ELSE
                MOVE "J" TO DI-STATUS
            END-IF
            MOVE WS-OPERATOR-ID TO DI-CLOSED-BY
            MOVE WS-TODAY-DATE TO DI-CLOSED-DATE
            REWRITE DISPUTE-REC
            ADD 1 TO WS-CLOSED-COUNT
            IF WS-CLOSE-ACTION = "R"
                DISPLAY "HOLD RELEASED - COLLECTIONS RESUME"
            ELSE
                DISPLAY "HANDED TO Q15J - ENTER THE ADJUSTMENT FOR"
                    " CUSTOMER " DI-CUST-ID
            END-IF
        END-IF.

      * Weekly review list: every dispute still holding a bill (H or
      * J) whose review date has gone by.
        REVIEW-LIST-PARA.
        MOVE 0 TO WS-REV-COUNT.
        MOVE 0 TO WS-REV-AMT.
        MOVE "N" TO WS-REV-EOF.
        OPEN OUTPUT REVIEW-FILE.
        MOVE WS-TODAY-DATE TO RT-DATE.
        WRITE REVIEW-REC FROM REVIEW-TITLE-LINE.
        WRITE REVIEW-REC FROM HEADING1.
        WRITE REVIEW-REC FROM REVIEW-HEAD-LINE.
        MOVE 0 TO DI-CUST-ID.
        MOVE 0 TO DI-ISSUE-DATE.
        START DISPUTE-FILE KEY NOT < DI-KEY
            INVALID KEY
                MOVE "Y" TO WS-REV-EOF
        END-START.
        PERFORM REVIEW-SCAN-PARA UNTIL WS-REV-EOF = "Y".
        WRITE REVIEW-REC FROM HEADING1.
        MOVE WS-REV-COUNT TO RS-COUNT.
        MOVE WS-REV-AMT TO RS-AMOUNT.
        WRITE REVIEW-REC FROM REVIEW-SUMMARY-LINE.
        CLOSE REVIEW-FILE.
        DISPLAY WS-REV-COUNT " DISPUTE(S) PAST REVIEW DATE - LIST"
            " WRITTEN TO DISPREV.TXT".

        REVIEW-SCAN-PARA.
        READ DISPUTE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-REV-EOF
            NOT AT END
                IF (DI-STATUS = "H" OR DI-STATUS = "J")
                        AND DI-REVIEW-DATE < WS-TODAY-DATE
                    PERFORM REVIEW-DETAIL-PARA
                END-IF
        END-READ.

        REVIEW-DETAIL-PARA.
        MOVE DI-CUST-ID TO RD-CUST-ID.
        MOVE DI-ISSUE-DATE TO RD-ISSUE-DATE.
        MOVE DI-STATUS TO RD-STATUS.
        MOVE DI-REASON-CODE TO RD-REASON-CODE.
        MOVE DI-REASON-TEXT TO RD-REASON-TEXT.
        MOVE DI-AMOUNT TO RD-AMOUNT.
        MOVE DI-REVIEW-DATE TO RD-REVIEW-DATE.
        WRITE REVIEW-REC FROM REVIEW-DETAIL-LINE.
        ADD 1 TO WS-REV-COUNT.
        ADD DI-AMOUNT TO WS-REV-AMT.

        COPY RUNLOGP.

        COPY OPERSIGN.
