      *          R = reconnected with the reconnection fee still to be
      *          billed. Q15 refuses a normal bill while the status is
      *          D and adds the fee to the first bill after
      *          reconnection. A customer with a bill held under a
      *          dispute in DISPUTE.DAT stays off the work list until
      *          the dispute is closed. Each customer on the list gets
      *          a disconnection work order in WORKORD.DAT, and a
      *          reconnection is ordered here once the customer has
      *          settled; the status itself moves to D or R only when
      *          the crew's completion comes back through Q15WC.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-DUN-REL-KEY
            FILE STATUS IS WS-DUNSTAT-STATUS.
          SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DI-KEY
            FILE STATUS IS WS-DISPUTE-STATUS.
          SELECT WORKORD-FILE ASSIGN TO "WORKORD.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-WO-REL-KEY
            FILE STATUS IS WS-WORKORD-STATUS.
          SELECT OPERMST-FILE ASSIGN TO "OPERMST.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
        COPY PAYPLAN.
        FD    DUNSTAT-FILE.
        COPY DUNSTAT.
        FD    DISPUTE-FILE.
        COPY DISPUTE.
        FD    WORKORD-FILE.
        COPY WORKORD.
        FD    OPERMST-FILE.
        COPY OPERMST.

        77    WS-DUN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-DUN-LEVEL PIC 9 VALUE 0.
        77    WS-DUN-SKIP-COUNT PIC 9(6) VALUE 0.
        77    WS-DISPUTE-STATUS PIC XX VALUE SPACES.
        77    WS-DH-OPEN PIC X VALUE "N".
        77    WS-DH-CUST-ID PIC 9(6) VALUE 0.
        77    WS-DH-ISSUE-DATE PIC 9(8) VALUE 0.
        77    WS-DH-HELD PIC X VALUE "N".
        77    WS-DH-DONE PIC X VALUE "N".
        77    WS-DISP-SKIP-COUNT PIC 9(6) VALUE 0.
        77    WS-WO-SKIP-COUNT PIC 9(6) VALUE 0.
        77    WS-WO-SHOW-NO PIC 9(6) VALUE 0.
        COPY WORKORDW.
      * Balances at or under the threshold stay off the work list.
      * The value comes from DISCPARM.DAT when present so collections
      * policy changes without a recompile (same pattern as BILLPARM);
      * the reconnection fee in the same file is charged by Q15WC.
        77    WS-THRESHOLD PIC 9(6)V99 VALUE 500.00.
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    WORKLIST-TITLE-LINE PIC X(80) VALUE
            "CUST ID  CUST NAME             ARREARS BAL  WORK ORDER".
        01    WORKLIST-DETAIL-LINE.
                02  WL-CUST-ID PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
        PERFORM OPEN-DISCSTAT-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-DUNSTAT-PARA.
        PERFORM OPEN-DISPUTE-PARA.
        PERFORM OPEN-WORKORD-PARA.
        OPEN INPUT CUSTOMER-REC-FILE.
        PERFORM UNTIL WS-DONE = "Y"
            PERFORM MENU-PARA
        END-PERFORM.
        CLOSE DISCSTAT-FILE, CUSTOMER-REC-FILE, PAYPLAN-FILE
            , DUNSTAT-FILE.
        PERFORM CLOSE-DISPUTE-PARA.
        PERFORM CLOSE-WORKORD-PARA.
        IF WS-WO-RAISED-COUNT > 0
            DISPLAY "WORK ORDERS RAISED: " WS-WO-RAISED-COUNT
        END-IF.
        STOP RUN.

        LOAD-DISC-PARM-PARA.
                    CONTINUE
                NOT AT END
                    MOVE DPARM-THRESHOLD TO WS-THRESHOLD
                    DISPLAY "THRESHOLD TAKEN FROM PARAMETER FILE"
            END-READ
            CLOSE DISC-PARAMETER-FILE
        END-IF.
        MENU-PARA.
        DISPLAY "----DISCONNECTION WORKFLOW----".
        DISPLAY "1. GENERATE DISCONNECTION WORK LIST".
        DISPLAY "2. ORDER RECONNECTION".
        DISPLAY "3. EXIT".
        DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
        ACCEPT WS-CHOICE.
      * Ordering a reconnection commits the board to restoring the
      * supply - supervisor authority only.
        EVALUATE WS-CHOICE
            WHEN 1 PERFORM WORKLIST-PARA
            WHEN 2
                IF WS-OPER-LEVEL < 2
                    DISPLAY "RECONNECTION NEEDS SUPERVISOR"
                        " AUTHORITY"
                ELSE
                    PERFORM ORDER-RECONNECT-PARA
                END-IF
            WHEN 3 MOVE "Y" TO WS-DONE
            WHEN OTHER DISPLAY "INVALID CHOICE, PLS. TRY AGAIN"
        END-EVALUATE.

        WORKLIST-PARA.
        MOVE 0 TO WS-LIST-COUNT.
        MOVE 0 TO WS-PLAN-SKIP-COUNT.
        MOVE 0 TO WS-DUN-SKIP-COUNT.
        MOVE 0 TO WS-DISP-SKIP-COUNT.
        MOVE 0 TO WS-WO-SKIP-COUNT.
        MOVE "N" TO WS-ARREARS-EOF.
        OPEN INPUT ARREARS-FILE.
        IF WS-ARREARS-STATUS NOT = "00"
                DISPLAY WS-DUN-SKIP-COUNT " CUSTOMER(S) STILL IN THE"
                    " REMINDER-LETTER SEQUENCE LEFT OFF THE LIST"
            END-IF
            IF WS-DISP-SKIP-COUNT > 0
                DISPLAY WS-DISP-SKIP-COUNT " CUSTOMER(S) WITH A BILL"
                    " UNDER DISPUTE LEFT OFF THE LIST"
            END-IF
            IF WS-WO-SKIP-COUNT > 0
                DISPLAY WS-WO-SKIP-COUNT " CUSTOMER(S) ALREADY HAD AN"
                    " OPEN DISCONNECTION ORDER - NOT RAISED AGAIN"
            END-IF
        END-IF.

      * A customer paying as agreed under a live payment plan is
      * balance back in scope for the next run. A customer who has
      * not yet exhausted the Q15H reminder-letter sequence (level 3,
      * pre-disconnection warning sent) stays off too - we only
      * disconnect people we actually warned. Nor is anyone cut off
      * while a bill of theirs is under dispute and being
      * investigated.
        SCAN-ARREARS-PARA.
        IF ARR-BALANCE > WS-THRESHOLD
            PERFORM PLAN-LOOKUP-PARA
                IF WS-DUN-LEVEL < 3
                    ADD 1 TO WS-DUN-SKIP-COUNT
                ELSE
                    MOVE ARR-CUST-ID TO WS-DH-CUST-ID
                    PERFORM DISPUTE-CUST-CHECK-PARA
                    IF WS-DH-HELD = "Y"
                        ADD 1 TO WS-DISP-SKIP-COUNT
                    ELSE
                        PERFORM LIST-CUSTOMER-PARA
                    END-IF
                END-IF
            END-IF
        END-IF.
                END-IF
        END-READ.

      * The crew goes out on a disconnection work order; a customer
      * still on the list from an earlier run keeps the order already
      * open rather than being given a second one.
        WRITE-WORKLIST-PARA.
        ADD 1 TO WS-LIST-COUNT.
        MOVE ARR-CUST-ID TO WL-CUST-ID.
        MOVE ARR-BALANCE TO WL-BALANCE.
        MOVE ARR-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                MOVE "** NOT ON MASTER **" TO WL-CUST-NAME
                MOVE SPACES TO WS-WQ-ADDRESS
                MOVE SPACES TO WS-WQ-ROUTE-CODE
                MOVE 0 TO WS-WQ-WALK-SEQ
                MOVE 0 TO WS-WQ-MTRNO
            NOT INVALID KEY
                MOVE IN-CUST-NAME TO WL-CUST-NAME
                MOVE IN-CUST-ADDRESS TO WS-WQ-ADDRESS
                MOVE IN-ROUTE-CODE TO WS-WQ-ROUTE-CODE
                MOVE IN-WALK-SEQ TO WS-WQ-WALK-SEQ
                MOVE IN-MTRNO TO WS-WQ-MTRNO
        END-READ.
        MOVE "D" TO WS-WQ-TYPE.
        MOVE ARR-CUST-ID TO WS-WQ-CUST-ID.
        MOVE SPACES TO WS-WQ-NOTE.
        STRING "ARREARS " DELIMITED BY SIZE
            WL-BALANCE DELIMITED BY SIZE
            INTO WS-WQ-NOTE
        END-STRING.
        MOVE "Q15D" TO WS-WQ-SOURCE.
        MOVE WS-OPERATOR-ID TO WS-WQ-RAISED-BY.
        PERFORM RAISE-WORKORD-PARA.
        IF WS-WO-NEW-NO = 0
            ADD 1 TO WS-WO-SKIP-COUNT
            MOVE WS-WO-DUP-NO TO WS-WO-SHOW-NO
        ELSE
            MOVE WS-WO-NEW-NO TO WS-WO-SHOW-NO
        END-IF.
        MOVE SPACES TO WL-STATUS.
        STRING "WO " DELIMITED BY SIZE
            WS-WO-SHOW-NO DELIMITED BY SIZE
            INTO WL-STATUS
        END-STRING.
        WRITE WORKLIST-REC FROM WORKLIST-DETAIL-LINE.

      * Once a disconnected customer has settled, the crew is sent
      * back on a reconnection order. DISCSTAT.DAT stays at D until
      * the completion is posted in Q15WC, which moves it to R with
      * the reconnection fee.
        ORDER-RECONNECT-PARA.
        DISPLAY "ENTER CUSTOMER ID TO RECONNECT: " WITH NO ADVANCING.
        ACCEPT WS-DISC-REL-KEY.
        READ DISCSTAT-FILE
            INVALID KEY
                    DISPLAY "CUSTOMER " DS-CUST-ID
                        " IS NOT MARKED DISCONNECTED"
                ELSE
                    PERFORM RAISE-RECONNECT-PARA
                END-IF
        END-READ.

        RAISE-RECONNECT-PARA.
        MOVE DS-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                MOVE SPACES TO WS-WQ-ADDRESS
                MOVE SPACES TO WS-WQ-ROUTE-CODE
                MOVE 0 TO WS-WQ-WALK-SEQ
                MOVE 0 TO WS-WQ-MTRNO
            NOT INVALID KEY
                MOVE IN-CUST-ADDRESS TO WS-WQ-ADDRESS
                MOVE IN-ROUTE-CODE TO WS-WQ-ROUTE-CODE
                MOVE IN-WALK-SEQ TO WS-WQ-WALK-SEQ
                MOVE IN-MTRNO TO WS-WQ-MTRNO
        END-READ.
        MOVE "R" TO WS-WQ-TYPE.
        MOVE DS-CUST-ID TO WS-WQ-CUST-ID.
        MOVE "RESTORE SUPPLY" TO WS-WQ-NOTE.
        MOVE "Q15D" TO WS-WQ-SOURCE.
        MOVE WS-OPERATOR-ID TO WS-WQ-RAISED-BY.
        PERFORM RAISE-WORKORD-PARA.
        IF WS-WO-NEW-NO = 0
            DISPLAY "RECONNECTION ORDER " WS-WO-DUP-NO
                " IS ALREADY OPEN FOR " DS-CUST-ID
        ELSE
            DISPLAY "RECONNECTION ORDER " WS-WO-NEW-NO
                " RAISED FOR " DS-CUST-ID
        END-IF.

        COPY DISPHOLD.

        COPY WORKORDP.

        COPY OPERSIGN.
