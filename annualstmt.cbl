      ******************************************************************
      * Author:
      * Date:
      * Purpose: Year-end annual statement for every active customer,
      *          for subsidy applications, expense claims and tenancy
      *          disputes. For the calendar year asked for (zero takes
      *          the year just ended) each statement in ANNSTMT.TXT
      *          shows the month-by-month units and charges from the
      *          billing history, the payments and adjustments posted
      *          to the receivables ledger, the deposit interest Q15I
      *          credited and the budget-plan true-up Q15T settled in
      *          the year, then the year totals with the balance
      *          brought forward and the closing balance - both taken
      *          from the ledger the same way Q15S runs its balance.
      *          Statements come out in route and walk order so they
      *          can go out with the meter readers, and each one is
      *          also sent down the BILLNOTIFY.TXT channel the bills
      *          use (customer, name, closing balance, "STMT yyyy").
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15AS.
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
          SELECT BILLHIST-FILE ASSIGN TO "BILLHIST.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-BILLHIST-STATUS.
          SELECT LEDGER-FILE ASSIGN TO "RECVLDGR.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.
          SELECT DEPOSIT-FILE ASSIGN TO "DEPOSIT.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-DEP-REL-KEY
            FILE STATUS IS WS-DEPOSIT-STATUS.
          SELECT BUDGVAR-FILE ASSIGN TO "BUDGVAR.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-BV-REL-KEY
            FILE STATUS IS WS-BUDGVAR-STATUS.
          SELECT STATEMENT-FILE ASSIGN TO "ANNSTMT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT NOTIFY-FILE ASSIGN TO "BILLNOTIFY.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTIFY-STATUS.
          SELECT STMT-SORT-FILE ASSIGN TO "ASSORT.TMP".
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.

        DATA DIVISION.
          FILE SECTION.
        FD    CUSTOMER-REC-FILE.
        COPY CUSTREC.
        FD    BILLHIST-FILE.
        COPY BILLHIST.
        FD    LEDGER-FILE.
        COPY RECVLDGR.
        FD    DEPOSIT-FILE.
        COPY DEPOSIT.
        FD    BUDGVAR-FILE.
        COPY BUDGVAR.
        FD    STATEMENT-FILE.
        01    STATEMENT-REC PIC X(80).
        FD    NOTIFY-FILE.
        01    NOTIFY-REC PIC X(100).
      * One sort record per customer (kind A), per bill in the year
      * (kind B, in month order) and per ledger entry up to the end
      * of the year (kind L, in date order), so a single pass in
      * route and walk order has everything each statement needs.
        SD    STMT-SORT-FILE.
        01    STMT-SORT-REC.
                02  SS-ROUTE-CODE PIC X(4).
                02  SS-WALK-SEQ PIC 9(4).
                02  SS-CUST-ID PIC 9(6).
                02  SS-KIND PIC X.
                02  SS-SEQ PIC 9(8).
                02  SS-TYPE PIC X.
                02  SS-DRCR PIC X.
                02  SS-MONTH PIC X(10).
                02  SS-UNITS PIC 9(5).
                02  SS-AMOUNT PIC S9(7)V99.
                02  SS-CUST-NAME PIC A(20).
                02  SS-CUST-ADDRESS PIC X(30).
        FD    RUNLOG-FILE.
        COPY RUNLOG.

          WORKING-STORAGE SECTION.
        77    WS-RUNLOG-STATUS PIC XX VALUE SPACES.
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15AS".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-BILLHIST-STATUS PIC XX VALUE SPACES.
        77    WS-LEDGER-STATUS PIC XX VALUE SPACES.
        77    WS-DEPOSIT-STATUS PIC XX VALUE SPACES.
        77    WS-DEP-REL-KEY PIC 9(6) VALUE 0.
        77    WS-BUDGVAR-STATUS PIC XX VALUE SPACES.
        77    WS-BV-REL-KEY PIC 9(6) VALUE 0.
        77    WS-NOTIFY-STATUS PIC XX VALUE SPACES.
        77    WS-DEPOSIT-OPEN PIC X VALUE "N".
        77    WS-BUDGVAR-OPEN PIC X VALUE "N".
        77    WS-EOF PIC X VALUE "N".
        77    WS-SORT-EOF PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-REQ-YEAR PIC 9(4) VALUE 0.
        77    WS-YEAR-START PIC 9(8) VALUE 0.
        77    WS-YEAR-END PIC 9(8) VALUE 0.
        77    WS-BILL-YEAR PIC X(4) VALUE SPACES.
        77    WS-MIDX PIC 99 VALUE 0.
      * Customer last looked up for a bill or ledger entry, so a run
      * of entries for the same account reads the master only once.
        77    WS-LAST-CUST-ID PIC 9(6) VALUE 0.
        77    WS-LAST-CUST-OK PIC X VALUE "N".
        77    WS-CUR-CUST-ID PIC 9(6) VALUE 0.
        77    WS-CUR-CUST-NAME PIC A(20) VALUE SPACES.
        77    WS-STMT-COUNT PIC 9(6) VALUE 0.
        77    WS-BILL-COUNT PIC 9(4) VALUE 0.
        77    WS-ENTRY-COUNT PIC 9(4) VALUE 0.
        77    WS-PAY-TITLED PIC X VALUE "N".
        77    WS-SIGNED-AMT PIC S9(7)V99 VALUE 0.
        77    WS-TOT-UNITS PIC 9(7) VALUE 0.
        77    WS-TOT-CHARGES PIC S9(8)V99 VALUE 0.
        77    WS-TOT-PAYMENTS PIC S9(8)V99 VALUE 0.
        77    WS-TOT-ADJUST PIC S9(8)V99 VALUE 0.
        77    WS-OPEN-BALANCE PIC S9(8)V99 VALUE 0.
        77    WS-CLOSE-BALANCE PIC S9(8)V99 VALUE 0.
        77    WS-DEP-INTEREST PIC 9(6)V99 VALUE 0.
        77    WS-TRUEUP-AMT PIC S9(7)V99 VALUE 0.
        77    WS-TRUEUP-FOUND PIC X VALUE "N".
        01    WS-MONTH-NAMES PIC X(36) VALUE
            "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
        01    WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
                02  WS-MONTH-ABBR PIC X(3) OCCURS 12 TIMES.
        01      NOTIFY-LINE PIC X(100).
        77      WS-NOTIFY-AMOUNT PIC -(7)9.99.
        01    WS-NOTIFY-MONTH.
                02  F PIC X(5) VALUE "STMT ".
                02  WS-NOTIFY-YEAR PIC 9(4).
        COPY BILLFMT.
        01    ST-TITLE-LINE.
                02  F PIC X(31) VALUE " ANNUAL STATEMENT FOR THE YEAR ".
                02  ST-YEAR PIC 9(4).
        01    ST-CUST-LINE.
                02  F PIC X(13) VALUE " CUSTOMER ID ".
                02  ST-CUST-ID PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  ST-CUST-NAME PIC A(20).
                02  F PIC X(8) VALUE " ROUTE ".
                02  ST-ROUTE PIC X(4).
                02  F PIC X(1) VALUE "/".
                02  ST-WALK PIC 9(4).
        01    ST-BILL-TITLE PIC X(80) VALUE
            " CONSUMPTION AND CHARGES   MONTH          UNITS     CHARG
      -    "ES".
        01    ST-BILL-LINE.
                02  F PIC X(27) VALUE SPACES.
                02  SB-MONTH PIC X(10).
                02  F PIC X(5) VALUE SPACES.
                02  SB-UNITS PIC ZZZZ9.
                02  F PIC X(2) VALUE SPACES.
                02  SB-CHARGES PIC -(6)9.99.
        01    ST-PAY-TITLE PIC X(80) VALUE
            " PAYMENTS AND ADJUSTMENTS  DATE      DETAIL
      -    "       AMOUNT".
        01    ST-PAY-LINE.
                02  F PIC X(27) VALUE SPACES.
                02  SP-ENTRY-DATE PIC 9(8).
                02  F PIC X(2) VALUE SPACES.
                02  SP-DETAIL PIC X(20).
                02  F PIC X(1) VALUE SPACES.
                02  SP-AMOUNT PIC -(6)9.99.
        01    ST-UNITS-LINE.
                02  ST-UNITS-LABEL PIC X(36).
                02  ST-UNITS PIC Z,ZZZ,ZZ9.
        01    ST-TOTAL-LINE.
                02  ST-LABEL PIC X(36).
                02  ST-AMOUNT PIC -(6)9.99.

        PROCEDURE DIVISION.
        MAIN-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        DISPLAY "----ANNUAL CONSUMPTION AND PAYMENT STATEMENTS----".
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        DISPLAY "ENTER STATEMENT YEAR (YYYY, 0 = YEAR JUST ENDED): "
            WITH NO ADVANCING.
        ACCEPT WS-REQ-YEAR.
        PERFORM SET-YEAR-PARA.
        OPEN INPUT CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN INPUT DEPOSIT-FILE.
        IF WS-DEPOSIT-STATUS = "00"
            MOVE "Y" TO WS-DEPOSIT-OPEN
        END-IF.
        OPEN INPUT BUDGVAR-FILE.
        IF WS-BUDGVAR-STATUS = "00"
            MOVE "Y" TO WS-BUDGVAR-OPEN
        END-IF.
        SORT STMT-SORT-FILE
            ON ASCENDING KEY SS-ROUTE-CODE SS-WALK-SEQ SS-CUST-ID
                SS-KIND SS-SEQ
            INPUT PROCEDURE GATHER-PARA
            OUTPUT PROCEDURE PRINT-STATEMENTS-PARA.
        CLOSE CUSTOMER-REC-FILE.
        IF WS-DEPOSIT-OPEN = "Y"
            CLOSE DEPOSIT-FILE
        END-IF.
        IF WS-BUDGVAR-OPEN = "Y"
            CLOSE BUDGVAR-FILE
        END-IF.
        MOVE WS-STMT-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "ANNUAL STATEMENTS FOR " WS-REQ-YEAR " COMPLETE - "
            WS-STMT-COUNT " CUSTOMERS.".
        DISPLAY "STATEMENTS WRITTEN TO ANNSTMT.TXT, NOTIFICATIONS TO BI
      -    "LLNOTIFY.TXT.".
        STOP RUN.

      * Run in the new year, the statement is for the year just
      * ended; run in December it is taken to be the year closing.
        SET-YEAR-PARA.
        IF WS-REQ-YEAR = 0
            MOVE WS-TODAY-DATE(1:4) TO WS-REQ-YEAR
            IF WS-TODAY-DATE(5:2) NOT = "12"
                SUBTRACT 1 FROM WS-REQ-YEAR
            END-IF
        END-IF.
        COMPUTE WS-YEAR-START = WS-REQ-YEAR * 10000 + 101.
        COMPUTE WS-YEAR-END = WS-REQ-YEAR * 10000 + 1231.
        MOVE WS-REQ-YEAR TO WS-BILL-YEAR.
        MOVE WS-REQ-YEAR TO ST-YEAR.
        MOVE WS-REQ-YEAR TO WS-NOTIFY-YEAR.

        GATHER-PARA.
        PERFORM GATHER-CUSTOMERS-PARA.
        PERFORM GATHER-BILLS-PARA.
        PERFORM GATHER-LEDGER-PARA.

        GATHER-CUSTOMERS-PARA.
        MOVE "N" TO WS-EOF.
        MOVE 1 TO WS-CUST-REL-KEY.
        START CUSTOMER-REC-FILE KEY NOT < WS-CUST-REL-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF
        END-START.
        PERFORM GATHER-ONE-CUST-PARA UNTIL WS-EOF = "Y".

        GATHER-ONE-CUST-PARA.
        READ CUSTOMER-REC-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF IN-ACTIVE = "Y"
                    MOVE SPACES TO STMT-SORT-REC
                    PERFORM SET-SORT-KEY-PARA
                    MOVE "A" TO SS-KIND
                    MOVE 0 TO SS-SEQ SS-UNITS SS-AMOUNT
                    MOVE IN-CUST-NAME TO SS-CUST-NAME
                    MOVE IN-CUST-ADDRESS TO SS-CUST-ADDRESS
                    RELEASE STMT-SORT-REC
                END-IF
        END-READ.

        SET-SORT-KEY-PARA.
        MOVE IN-ROUTE-CODE TO SS-ROUTE-CODE.
        MOVE IN-WALK-SEQ TO SS-WALK-SEQ.
        MOVE IN-CUST-ID TO SS-CUST-ID.

      * Bills and ledger entries carry only the customer ID - the
      * master gives the route and walk, and drops any account that
      * is no longer active and so gets no statement.
        LOOKUP-CUST-PARA.
        IF WS-CUST-REL-KEY NOT = WS-LAST-CUST-ID
            MOVE WS-CUST-REL-KEY TO WS-LAST-CUST-ID
            READ CUSTOMER-REC-FILE
                INVALID KEY
                    MOVE "N" TO WS-LAST-CUST-OK
                NOT INVALID KEY
                    IF IN-ACTIVE = "Y"
                        MOVE "Y" TO WS-LAST-CUST-OK
                    ELSE
                        MOVE "N" TO WS-LAST-CUST-OK
                    END-IF
            END-READ
        END-IF.

        GATHER-BILLS-PARA.
        OPEN INPUT BILLHIST-FILE.
        IF WS-BILLHIST-STATUS = "00"
            MOVE "N" TO WS-EOF
            MOVE 0 TO WS-LAST-CUST-ID
            READ BILLHIST-FILE AT END MOVE "Y" TO WS-EOF
            END-READ
            PERFORM GATHER-ONE-BILL-PARA UNTIL WS-EOF = "Y"
            CLOSE BILLHIST-FILE
        ELSE
            DISPLAY "BILLHIST.DAT NOT FOUND - NO CONSUMPTION SHOWN"
        END-IF.

      * The month's own charges are the amount due less the balance
      * brought into it, so arrears are not counted twice over the
      * year.
        GATHER-ONE-BILL-PARA.
        IF BH-BILL-MONTH(1:3) NOT = "ADJ"
                AND BH-BILL-MONTH(6:4) = WS-BILL-YEAR
            MOVE BH-CUST-ID TO WS-CUST-REL-KEY
            PERFORM LOOKUP-CUST-PARA
            IF WS-LAST-CUST-OK = "Y"
                MOVE SPACES TO STMT-SORT-REC
                PERFORM SET-SORT-KEY-PARA
                MOVE "B" TO SS-KIND
                PERFORM VARYING WS-MIDX FROM 1 BY 1
                        UNTIL WS-MIDX > 12
                        OR WS-MONTH-ABBR(WS-MIDX) = BH-BILL-MONTH(1:3)
                    CONTINUE
                END-PERFORM
                MOVE WS-MIDX TO SS-SEQ
                MOVE BH-BILL-MONTH TO SS-MONTH
                MOVE BH-PULSES TO SS-UNITS
                COMPUTE SS-AMOUNT = BH-BILL-DUE - BH-PRIOR-BALANCE
                RELEASE STMT-SORT-REC
            END-IF
        END-IF.
        READ BILLHIST-FILE AT END MOVE "Y" TO WS-EOF.

      * Every entry up to the year end goes in - those before the
      * year only make up the balance brought forward.
        GATHER-LEDGER-PARA.
        OPEN INPUT LEDGER-FILE.
        IF WS-LEDGER-STATUS = "00"
            MOVE "N" TO WS-EOF
            MOVE 0 TO WS-LAST-CUST-ID
            READ LEDGER-FILE AT END MOVE "Y" TO WS-EOF
            END-READ
            PERFORM GATHER-ONE-ENTRY-PARA UNTIL WS-EOF = "Y"
            CLOSE LEDGER-FILE
        ELSE
            DISPLAY "RECVLDGR.DAT NOT FOUND - NO PAYMENTS SHOWN"
        END-IF.

        GATHER-ONE-ENTRY-PARA.
        IF LG-ENTRY-DATE NOT > WS-YEAR-END
            MOVE LG-CUST-ID TO WS-CUST-REL-KEY
            PERFORM LOOKUP-CUST-PARA
            IF WS-LAST-CUST-OK = "Y"
                MOVE SPACES TO STMT-SORT-REC
                PERFORM SET-SORT-KEY-PARA
                MOVE "L" TO SS-KIND
                MOVE LG-ENTRY-DATE TO SS-SEQ
                MOVE LG-TYPE TO SS-TYPE
                MOVE LG-DRCR TO SS-DRCR
                MOVE 0 TO SS-UNITS
                MOVE LG-AMOUNT TO SS-AMOUNT
                RELEASE STMT-SORT-REC
            END-IF
        END-IF.
        READ LEDGER-FILE AT END MOVE "Y" TO WS-EOF.

        PRINT-STATEMENTS-PARA.
        OPEN OUTPUT STATEMENT-FILE.
        PERFORM OPEN-NOTIFY-PARA.
        MOVE "N" TO WS-SORT-EOF.
        RETURN STMT-SORT-FILE AT END MOVE "Y" TO WS-SORT-EOF.
        PERFORM STATEMENT-PARA UNTIL WS-SORT-EOF = "Y".
        CLOSE STATEMENT-FILE, NOTIFY-FILE.

      * The statements go out alongside the month's bill
      * notifications, so the channel file is added to, never
      * replaced.
        OPEN-NOTIFY-PARA.
        OPEN EXTEND NOTIFY-FILE.
        IF WS-NOTIFY-STATUS = "35"
            OPEN OUTPUT NOTIFY-FILE
            CLOSE NOTIFY-FILE
            OPEN EXTEND NOTIFY-FILE
        END-IF.

      * The customer record sorts ahead of that customer's bills and
      * ledger entries, so each statement starts on a kind-A record.
        STATEMENT-PARA.
        MOVE SS-CUST-ID TO WS-CUR-CUST-ID.
        MOVE SS-CUST-NAME TO WS-CUR-CUST-NAME.
        MOVE 0 TO WS-BILL-COUNT WS-ENTRY-COUNT WS-TOT-UNITS
            WS-TOT-CHARGES WS-TOT-PAYMENTS WS-TOT-ADJUST
            WS-OPEN-BALANCE WS-CLOSE-BALANCE.
        MOVE "N" TO WS-PAY-TITLED.
        PERFORM HEADER-PARA.
        RETURN STMT-SORT-FILE AT END MOVE "Y" TO WS-SORT-EOF.
        PERFORM STATEMENT-DETAIL-PARA
            UNTIL WS-SORT-EOF = "Y" OR SS-CUST-ID NOT = WS-CUR-CUST-ID.
        PERFORM START-PAY-SECTION-PARA.
        IF WS-ENTRY-COUNT = 0
            MOVE "  (NO PAYMENTS OR ADJUSTMENTS IN THE YEAR)"
                TO STATEMENT-REC
            WRITE STATEMENT-REC
        END-IF.
        WRITE STATEMENT-REC FROM HEADING1.
        PERFORM DEPOSIT-BUDGET-PARA.
        PERFORM TOTALS-PARA.
        PERFORM WRITE-NOTIFY-PARA.
        ADD 1 TO WS-STMT-COUNT.

        HEADER-PARA.
        WRITE STATEMENT-REC FROM HEADING1.
        WRITE STATEMENT-REC FROM COMPANY-TITLE.
        WRITE STATEMENT-REC FROM ST-TITLE-LINE.
        WRITE STATEMENT-REC FROM HEADING1.
        MOVE SS-CUST-ID TO ST-CUST-ID.
        MOVE SS-CUST-NAME TO ST-CUST-NAME.
        MOVE SS-ROUTE-CODE TO ST-ROUTE.
        MOVE SS-WALK-SEQ TO ST-WALK.
        WRITE STATEMENT-REC FROM ST-CUST-LINE.
        MOVE SS-CUST-ADDRESS TO ADDR.
        WRITE STATEMENT-REC FROM ADDRESS-LINE.
        WRITE STATEMENT-REC FROM HEADING1.
        WRITE STATEMENT-REC FROM ST-BILL-TITLE.

        STATEMENT-DETAIL-PARA.
        IF SS-KIND = "B"
            PERFORM BILL-LINE-PARA
        ELSE
            PERFORM LEDGER-LINE-PARA
        END-IF.
        RETURN STMT-SORT-FILE AT END MOVE "Y" TO WS-SORT-EOF.

        BILL-LINE-PARA.
        ADD 1 TO WS-BILL-COUNT.
        ADD SS-UNITS TO WS-TOT-UNITS.
        ADD SS-AMOUNT TO WS-TOT-CHARGES.
        MOVE SS-MONTH TO SB-MONTH.
        MOVE SS-UNITS TO SB-UNITS.
        MOVE SS-AMOUNT TO SB-CHARGES.
        WRITE STATEMENT-REC FROM ST-BILL-LINE.

      * Debits raise what the customer owes and credits lower it, as
      * on Q15S. Bills and closure settlements move the balance but
      * are not listed again - the bills are already shown above.
        LEDGER-LINE-PARA.
        IF SS-DRCR = "D"
            MOVE SS-AMOUNT TO WS-SIGNED-AMT
        ELSE
            COMPUTE WS-SIGNED-AMT = 0 - SS-AMOUNT
        END-IF.
        ADD WS-SIGNED-AMT TO WS-CLOSE-BALANCE.
        IF SS-SEQ < WS-YEAR-START
            ADD WS-SIGNED-AMT TO WS-OPEN-BALANCE
        ELSE
            IF SS-TYPE = "P" OR SS-TYPE = "U" OR SS-TYPE = "A"
                PERFORM START-PAY-SECTION-PARA
                ADD 1 TO WS-ENTRY-COUNT
                EVALUATE TRUE
                    WHEN SS-TYPE = "P" AND SS-DRCR = "C"
                        MOVE "PAYMENT RECEIVED" TO SP-DETAIL
                    WHEN SS-TYPE = "P"
                        MOVE "PAYMENT REVERSED" TO SP-DETAIL
                    WHEN SS-TYPE = "U" AND SS-DRCR = "C"
                        MOVE "CREDIT ON ACCOUNT" TO SP-DETAIL
                    WHEN SS-TYPE = "U"
                        MOVE "CREDIT APPLIED" TO SP-DETAIL
                    WHEN SS-DRCR = "C"
                        MOVE "ADJUSTMENT - CREDIT" TO SP-DETAIL
                    WHEN OTHER
                        MOVE "ADJUSTMENT - DEBIT" TO SP-DETAIL
                END-EVALUATE
                IF SS-TYPE = "A"
                    ADD WS-SIGNED-AMT TO WS-TOT-ADJUST
                ELSE
                    SUBTRACT WS-SIGNED-AMT FROM WS-TOT-PAYMENTS
                END-IF
                MOVE SS-SEQ TO SP-ENTRY-DATE
                MOVE WS-SIGNED-AMT TO SP-AMOUNT
                WRITE STATEMENT-REC FROM ST-PAY-LINE
            END-IF
        END-IF.

      * Closes the consumption section and heads the payments section
      * the first time it is needed.
        START-PAY-SECTION-PARA.
        IF WS-PAY-TITLED = "N"
            MOVE "Y" TO WS-PAY-TITLED
            IF WS-BILL-COUNT = 0
                MOVE "  (NO BILLS IN THE YEAR)" TO STATEMENT-REC
                WRITE STATEMENT-REC
            END-IF
            WRITE STATEMENT-REC FROM HEADING1
            WRITE STATEMENT-REC FROM ST-PAY-TITLE
        END-IF.

      * Only a year-end interest run or a true-up dated in the
      * statement year belongs on it. The true-up went to the ledger
      * as an adjustment, so it is shown for reference, not added in.
        DEPOSIT-BUDGET-PARA.
        MOVE 0 TO WS-DEP-INTEREST.
        IF WS-DEPOSIT-OPEN = "Y"
            MOVE WS-CUR-CUST-ID TO WS-DEP-REL-KEY
            READ DEPOSIT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DP-INT-DATE(1:4) = WS-BILL-YEAR
                        MOVE DP-INT-LAST TO WS-DEP-INTEREST
                    END-IF
            END-READ
        END-IF.
        MOVE "N" TO WS-TRUEUP-FOUND.
        MOVE 0 TO WS-TRUEUP-AMT.
        IF WS-BUDGVAR-OPEN = "Y"
            MOVE WS-CUR-CUST-ID TO WS-BV-REL-KEY
            READ BUDGVAR-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF BV-TRUEUP-DATE(1:4) = WS-BILL-YEAR
                        MOVE "Y" TO WS-TRUEUP-FOUND
                        MOVE BV-TRUEUP-AMT TO WS-TRUEUP-AMT
                    END-IF
            END-READ
        END-IF.
        MOVE " DEPOSIT INTEREST CREDITED .......: " TO ST-LABEL.
        MOVE WS-DEP-INTEREST TO ST-AMOUNT.
        WRITE STATEMENT-REC FROM ST-TOTAL-LINE.
        IF WS-TRUEUP-FOUND = "Y"
            MOVE " BUDGET-PLAN TRUE-UP SETTLED .....: " TO ST-LABEL
            MOVE WS-TRUEUP-AMT TO ST-AMOUNT
            WRITE STATEMENT-REC FROM ST-TOTAL-LINE
            MOVE "   (TRUE-UP IS INCLUDED IN THE ADJUSTMENTS ABOVE)"
                TO STATEMENT-REC
            WRITE STATEMENT-REC
        END-IF.
        WRITE STATEMENT-REC FROM HEADING1.

        TOTALS-PARA.
        MOVE " UNITS CONSUMED IN THE YEAR ......: " TO ST-UNITS-LABEL.
        MOVE WS-TOT-UNITS TO ST-UNITS.
        WRITE STATEMENT-REC FROM ST-UNITS-LINE.
        MOVE " CHARGES BILLED IN THE YEAR ......: " TO ST-LABEL.
        MOVE WS-TOT-CHARGES TO ST-AMOUNT.
        WRITE STATEMENT-REC FROM ST-TOTAL-LINE.
        MOVE " PAYMENTS RECEIVED IN THE YEAR ...: " TO ST-LABEL.
        MOVE WS-TOT-PAYMENTS TO ST-AMOUNT.
        WRITE STATEMENT-REC FROM ST-TOTAL-LINE.
        MOVE " ADJUSTMENTS IN THE YEAR (NET) ...: " TO ST-LABEL.
        MOVE WS-TOT-ADJUST TO ST-AMOUNT.
        WRITE STATEMENT-REC FROM ST-TOTAL-LINE.
        MOVE " BALANCE BROUGHT FORWARD .........: " TO ST-LABEL.
        MOVE WS-OPEN-BALANCE TO ST-AMOUNT.
        WRITE STATEMENT-REC FROM ST-TOTAL-LINE.
        MOVE " CLOSING BALANCE AT 31 DECEMBER ..: " TO ST-LABEL.
        MOVE WS-CLOSE-BALANCE TO ST-AMOUNT.
        WRITE STATEMENT-REC FROM ST-TOTAL-LINE.
        MOVE "   (A MINUS BALANCE IS IN THE CUSTOMER'S FAVOUR)"
            TO STATEMENT-REC.
        WRITE STATEMENT-REC.
        WRITE STATEMENT-REC FROM HEADING1.
        MOVE SPACES TO STATEMENT-REC.
        WRITE STATEMENT-REC.

        WRITE-NOTIFY-PARA.
        MOVE WS-CLOSE-BALANCE TO WS-NOTIFY-AMOUNT.
        MOVE SPACES TO NOTIFY-LINE.
        STRING
            WS-CUR-CUST-ID                   DELIMITED BY SIZE
            ","                              DELIMITED BY SIZE
            FUNCTION TRIM(WS-CUR-CUST-NAME)  DELIMITED BY SIZE
            ","                              DELIMITED BY SIZE
            FUNCTION TRIM(WS-NOTIFY-AMOUNT)  DELIMITED BY SIZE
            ","                              DELIMITED BY SIZE
            WS-NOTIFY-MONTH                  DELIMITED BY SIZE
            INTO NOTIFY-LINE
        END-STRING.
        WRITE NOTIFY-REC FROM NOTIFY-LINE.

        COPY RUNLOGP.
