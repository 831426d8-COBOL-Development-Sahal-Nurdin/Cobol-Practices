      *          / over 15 days late, off PAYSTAT.DAT (issue date and
      *          paid flag per customer), so collections knows who to
      *          chase instead of every bill just showing LATE-BILL.
      *          A bill held under a dispute in DISPUTE.DAT goes in an
      *          IN DISPUTE column of its own rather than a late bucket.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PLAN-REL-KEY
            FILE STATUS IS WS-PAYPLAN-STATUS.
          SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DI-KEY
            FILE STATUS IS WS-DISPUTE-STATUS.
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
                02  PARM-CURR-MONTH PIC X(40).
                02  PARM-BILL-MONTH PIC X(10).
                02  PARM-ROUTE-CODE PIC X(4).
                02  PARM-RUN-MODE PIC X.
        FD    CYCSTAT-FILE.
        COPY CYCSTAT.
        FD    PAYPLAN-FILE.
        COPY PAYPLAN.
        FD    DISPUTE-FILE.
        COPY DISPUTE.

        FD    RUNLOG-FILE.
        COPY RUNLOG.
        77    WS-BUCKET1-AMT PIC 9(8)V99 VALUE 0.
        77    WS-BUCKET2-COUNT PIC 9(6) VALUE 0.
        77    WS-BUCKET2-AMT PIC 9(8)V99 VALUE 0.
        77    WS-DISPUTE-COUNT PIC 9(6) VALUE 0.
        77    WS-DISPUTE-AMT PIC 9(8)V99 VALUE 0.
        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ON-PLAN PIC X VALUE "N".
        77    WS-DISPUTE-STATUS PIC XX VALUE SPACES.
        77    WS-DH-OPEN PIC X VALUE "N".
        77    WS-DH-CUST-ID PIC 9(6) VALUE 0.
        77    WS-DH-ISSUE-DATE PIC 9(8) VALUE 0.
        77    WS-DH-HELD PIC X VALUE "N".
        77    WS-DH-DONE PIC X VALUE "N".
        77    WS-VOIDED-COUNT PIC 9(4) VALUE 0.
      * Plans voided this run: the unbilled remainder of each plan
      * is carried here until the scan is over, then turned back
        OPEN OUTPUT AGING-FILE.
        PERFORM OPEN-ARREARS-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-DISPUTE-PARA.
        WRITE AGING-REC FROM AGING-TITLE-LINE.
        READ PAYSTAT-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
        PERFORM AGE-PARA UNTIL WS-EOF = "Y".
            UNTIL WS-VOID-IDX > WS-VOID-COUNT.
        PERFORM SUMMARY-PARA.
        CLOSE PAYSTAT-FILE, AGING-FILE, ARREARS-FILE, PAYPLAN-FILE.
        PERFORM CLOSE-DISPUTE-PARA.
        PERFORM CYCLE-MARK-AGED-PARA.
        IF WS-VOIDED-COUNT > 0
            DISPLAY "PAYMENT PLANS VOIDED FOR MISSED INSTALLMENTS: "
            MOVE "N" TO CY-UPLOAD-FLAG
            MOVE "N" TO CY-BILLED-FLAG
            MOVE "Y" TO CY-AGED-FLAG
            MOVE "N" TO CY-PROOF-FLAG
            MOVE SPACES TO CY-PROOF-ROUTE CY-APPROVED-BY
            MOVE 0 TO CY-PROOF-DATE CY-PROOF-COUNT CY-PROOF-TOTAL
                CY-APPROVED-DATE
            WRITE CYCSTAT-REC
            CLOSE CYCSTAT-FILE
        END-IF.
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
        COMPUTE WS-ISSUE-INT = FUNCTION INTEGER-OF-DATE(PS-ISSUE-DATE).
        COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-ISSUE-INT.
        MOVE PS-CUST-ID TO WS-DH-CUST-ID.
        MOVE PS-ISSUE-DATE TO WS-DH-ISSUE-DATE.
        PERFORM DISPUTE-ITEM-CHECK-PARA.
      * Only an installment billed under the plan can miss - the
      * customer's pre-plan items were superseded at setup, and any
      * stragglers older than the agreement never count against it.
      * An installment under dispute is not a missed one while the
      * dispute is open.
        PERFORM PLAN-LOOKUP-PARA.
        IF WS-ON-PLAN = "Y" AND WS-DAYS-LATE > 15
                AND PS-ISSUE-DATE NOT < PP-SETUP-DATE
                AND WS-DH-HELD NOT = "Y"
            PERFORM VOID-PLAN-PARA
        END-IF.
        IF WS-DH-HELD = "Y"
            MOVE "IN DISPUTE" TO WS-BUCKET
            ADD 1 TO WS-DISPUTE-COUNT
            ADD PS-AMOUNT TO WS-DISPUTE-AMT
        ELSE
        IF WS-ON-PLAN = "Y"
            MOVE "ON PLAN" TO WS-BUCKET
            ADD 1 TO WS-CURRENT-COUNT
                ADD PS-AMOUNT TO WS-BUCKET2-AMT
            END-IF
        END-IF
        END-IF
        END-IF.

        WRITE-DETAIL-PARA.
        MOVE WS-BUCKET2-COUNT TO AS-COUNT.
        MOVE WS-BUCKET2-AMT TO AS-AMOUNT.
        WRITE AGING-REC FROM AGING-SUMMARY-LINE.
        MOVE "IN DISPUTE       : " TO AS-LABEL.
        MOVE WS-DISPUTE-COUNT TO AS-COUNT.
        MOVE WS-DISPUTE-AMT TO AS-AMOUNT.
        WRITE AGING-REC FROM AGING-SUMMARY-LINE.

        COPY DISPHOLD.

        COPY RUNLOGP.
