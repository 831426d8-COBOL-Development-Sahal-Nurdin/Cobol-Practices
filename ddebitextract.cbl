      *          file and settles or releases the items (a released
      *          item rejoins the arrears at the next aging
      *          refresh). A live-plan customer's arrears balance is
      *          the plan remainder and is left alone. A bill held
      *          under a dispute in DISPUTE.DAT is not sent to the
      *          bank until the dispute is closed.
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
        FD    PAYPLAN-FILE.
        COPY PAYPLAN.

        FD    DISPUTE-FILE.
        COPY DISPUTE.

        FD    RUNLOG-FILE.
        COPY RUNLOG.

        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ON-PLAN PIC X VALUE "N".
        77    WS-DISPUTE-STATUS PIC XX VALUE SPACES.
        77    WS-DH-OPEN PIC X VALUE "N".
        77    WS-DH-CUST-ID PIC 9(6) VALUE 0.
        77    WS-DH-ISSUE-DATE PIC 9(8) VALUE 0.
        77    WS-DH-HELD PIC X VALUE "N".
        77    WS-DH-DONE PIC X VALUE "N".
        77    WS-HELD-COUNT PIC 9(6) VALUE 0.
        77    WS-EOF PIC X VALUE "N".
        77    WS-RUN-DATE PIC 9(8) VALUE 0.
        77    WS-EXTRACT-COUNT PIC 9(6) VALUE 0.
        END-IF.
        PERFORM OPEN-ARREARS-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-DISPUTE-PARA.
        OPEN OUTPUT BANK-FILE.
        MOVE WS-RUN-DATE TO BH-RUN-DATE.
        WRITE BANK-REC FROM BANK-HEADER-LINE.
        WRITE BANK-REC FROM BANK-TRAILER-LINE.
        CLOSE PAYSTAT-FILE, CUSTOMER-REC-FILE, BANK-FILE
            , ARREARS-FILE, PAYPLAN-FILE.
        PERFORM CLOSE-DISPUTE-PARA.
        MOVE WS-EXTRACT-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "DIRECT-DEBIT EXTRACT COMPLETE.".
        DISPLAY "INSTRUCTIONS WRITTEN : " WS-EXTRACT-COUNT.
        DISPLAY "VALUE EXTRACTED      : " WS-EXTRACT-AMT.
        DISPLAY "HELD IN DISPUTE      : " WS-HELD-COUNT.
        DISPLAY "BANK FILE WRITTEN TO DDEBIT.OUT.".
        STOP RUN.

      * Only fully open items go to the bank - items already paid,
      * superseded, or out with the bank from a previous extract
      * ("D") are left alone, and so is a bill under dispute - the
      * bank must not collect money the customer is contesting.
        EXTRACT-PARA.
        IF PS-PAID-FLAG NOT = "Y" AND PS-PAID-FLAG NOT = "S"
                AND PS-PAID-FLAG NOT = "D"
                AND PS-PAID-FLAG NOT = "W"
            MOVE PS-CUST-ID TO WS-DH-CUST-ID
            MOVE PS-ISSUE-DATE TO WS-DH-ISSUE-DATE
            PERFORM DISPUTE-ITEM-CHECK-PARA
            IF WS-DH-HELD = "Y"
                ADD 1 TO WS-HELD-COUNT
            ELSE
                PERFORM CHECK-CONSENT-PARA
            END-IF
        END-IF.
        READ PAYSTAT-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.

                END-IF
        END-READ.

        COPY DISPHOLD.

        COPY RUNLOGP.
