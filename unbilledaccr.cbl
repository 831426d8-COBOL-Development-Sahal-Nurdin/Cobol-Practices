      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end unbilled revenue accrual. Route billing
      *          spreads Q15 across the month, so at month-end the
      *          routes not yet billed have used power the journal has
      *          no revenue for. The billing month is taken from
      *          BILLPARM.DAT (or keyed) and its CYCSTAT.DAT record
      *          shows whether any route has been billed yet; every
      *          active customer with no bill for the month in
      *          BILLHIST.DAT is then taken as unbilled. Their
      *          consumption is estimated pro-rata from IN-AVG-PULSES
      *          for the days of the month elapsed at the run date and
      *          priced through the same TARIFF-SELECT / CHARGE-CALC
      *          paragraphs in BILLCALC that price the bills, at the
      *          TARIFF.DAT rates in force today; the fixed charge is
      *          accrued for the same share of the month. Duty and VAT
      *          are not accrued - they fall due when the bill is
      *          raised. ACCRUAL.TXT is the schedule by route and
      *          tariff category. The accrual is journalled to
      *          GLJRNL.TXT in the open period together with its
      *          reversal, dated the first day of the next period and
      *          stamped with that period, so the estimate comes back
      *          out as soon as the real bills go in. An accrual is
      *          posted once per period - a second run prints the
      *          schedule only. Run on the last day of the month.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15UA.
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
          SELECT PARAMETER-FILE ASSIGN TO "BILLPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
          SELECT CYCSTAT-FILE ASSIGN TO "CYCSTAT.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCSTAT-STATUS.
          SELECT TARIFF-FILE ASSIGN TO "TARIFF.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-TARIFF-STATUS.
          SELECT TAX-FILE ASSIGN TO "TAXPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-TAX-STATUS.
          SELECT OUT-FILE ASSIGN TO "ACCRUAL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ACCRWK-FILE ASSIGN TO "ACCRWK.TMP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ACCRWK-STATUS.
          SELECT MATCH-SORT-FILE ASSIGN TO "ACCRMTCH.TMP".
          SELECT SCHED-SORT-FILE ASSIGN TO "ACCRSORT.TMP".
          SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT GLPERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-GLPERIOD-STATUS.
          SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ACCTMAP-STATUS.
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
        FD    BILLHIST-FILE.
        COPY BILLHIST.
        FD    PARAMETER-FILE.
        01    PARM-REC.
                02  PARM-CURR-MONTH PIC X(40).
                02  PARM-BILL-MONTH PIC X(10).
                02  PARM-ROUTE-CODE PIC X(4).
                02  PARM-RUN-MODE PIC X.
        FD    CYCSTAT-FILE.
        COPY CYCSTAT.
        FD    TARIFF-FILE.
        COPY TARIFREC.
        FD    TAX-FILE.
        COPY TAXREC.
        FD    OUT-FILE.
        01    OUT-REC PIC X(80).
        FD    ACCRWK-FILE.
        01    ACCRWK-REC.
                02  AW-ROUTE PIC X(4).
                02  AW-CATEGORY PIC X.
                02  AW-CUST-ID PIC 9(6).
                02  AW-UNITS PIC 9(5).
                02  AW-ENERGY PIC 9(7)V99.
                02  AW-FIXED PIC 9(3)V99.
      * Bills for the month (type B) and active customers (type C)
      * sorted together by customer, the bill first, so a customer
      * with no B record ahead of it has not been billed.
        SD    MATCH-SORT-FILE.
        01    MATCH-SORT-REC.
                02  MS-CUST-ID PIC 9(6).
                02  MS-TYPE PIC X.
                02  MS-ROUTE PIC X(4).
                02  MS-CATEGORY PIC X.
                02  MS-AVG-PULSES PIC 9(4).
        SD    SCHED-SORT-FILE.
        01    SCHED-SORT-REC.
                02  SS-ROUTE PIC X(4).
                02  SS-CATEGORY PIC X.
                02  SS-CUST-ID PIC 9(6).
                02  SS-UNITS PIC 9(5).
                02  SS-ENERGY PIC 9(7)V99.
                02  SS-FIXED PIC 9(3)V99.
      * Journal lines are read back in the GLJRNL.TXT detail layout
      * to see whether this period's accrual is already posted.
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
        01    JOURNAL-IN-REC.
                02  JL-ACCT PIC X(8).
                02  F PIC X(2).
                02  JL-DRCR PIC X(2).
                02  F PIC X(2).
                02  JL-AMOUNT PIC X(13).
                02  F PIC X(2).
                02  JL-DESC PIC X(30).
                02  F PIC X(2).
                02  JL-SOURCE PIC X(8).
                02  F PIC X(2).
                02  JL-PERIOD PIC X(6).
                02  F PIC X(3).
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
                02  AM-ACCT PIC X(8).
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
        77    WS-REQ-AUTH-LEVEL PIC 9 VALUE 2.
        77    WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        77    WS-RUNLOG-STATUS PIC XX VALUE SPACES.
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15UA".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-BILLHIST-STATUS PIC XX VALUE SPACES.
        77    WS-PARM-STATUS PIC XX VALUE SPACES.
        77    WS-CYCSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-ACCRWK-STATUS PIC XX VALUE SPACES.
        77    WS-JOURNAL-STATUS PIC XX VALUE SPACES.
        77    WS-ACCTMAP-STATUS PIC XX VALUE SPACES.
        77    WS-ACCTMAP-EOF PIC X VALUE "N".
        77    WS-GLPERIOD-STATUS PIC XX VALUE SPACES.
        77    WS-GLPERIOD-EOF PIC X VALUE "N".
        77    WS-GL-TODAY PIC 9(8) VALUE 0.
        77    WS-GL-PERIOD PIC 9(6) VALUE 0.
        77    WS-GL-LAST-CLOSED PIC 9(6) VALUE 0.
        77    WS-GL-YEAR PIC 9(4) VALUE 0.
        77    WS-GL-MONTH PIC 9(2) VALUE 0.
        77    WS-CUST-EOF PIC X VALUE "N".
        77    WS-HIST-EOF PIC X VALUE "N".
        77    WS-CYC-EOF PIC X VALUE "N".
        77    WS-JRNL-EOF PIC X VALUE "N".
        77    WS-SORT-EOF PIC X VALUE "N".
        77    WS-CYC-FOUND PIC X VALUE "N".
        77    WS-CYC-BILLED PIC X VALUE "N".
        77    WS-ALREADY-POSTED PIC X VALUE "N".
        77    WS-BILL-MONTH PIC X(10) VALUE SPACES.
        77    WS-RUN-DATE PIC 9(8) VALUE 0.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-TODAY-PERIOD PIC 9(6) VALUE 0.
        77    WS-NEXT-PERIOD PIC 9(6) VALUE 0.
        77    WS-REVERSE-DATE PIC 9(8) VALUE 0.
        77    WS-ACCR-DAYS PIC 9(2) VALUE 0.
        77    WS-MONTH-DAYS PIC 9(2) VALUE 0.
        77    WS-LEAP-REM PIC 9(3) VALUE 0.
        77    WS-LEAP-QUOT PIC 9(4) VALUE 0.
        77    WS-PREV-CUST PIC 9(6) VALUE 0.
        77    WS-PREV-BILLED PIC X VALUE "N".
        77    WS-ACTIVE-COUNT PIC 9(6) VALUE 0.
        77    WS-BILLED-COUNT PIC 9(6) VALUE 0.
        77    WS-UNBILLED-COUNT PIC 9(6) VALUE 0.
        77    WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
        77    WS-ACCR-UNITS PIC 9(5) VALUE 0.
        77    WS-ACCR-ENERGY PIC 9(7)V99 VALUE 0.
        77    WS-ACCR-FIXED PIC 9(3)V99 VALUE 0.
        77    WS-FIRST-LINE PIC X VALUE "Y".
        77    WS-CUR-ROUTE PIC X(4) VALUE SPACES.
        77    WS-CUR-CATEGORY PIC X VALUE SPACE.
        77    WS-JRNL-AMT PIC 9(9)V99 VALUE 0.
        77    WS-ACCT-ENERGY PIC X(8) VALUE "40000100".
        77    WS-ACCT-FIXED PIC X(8) VALUE "40000200".
        77    WS-ACCT-UNBILLED PIC X(8) VALUE "14000500".
        01    WS-MONTH-DAY-TABLE.
                02  F PIC X(24) VALUE "312831303130313130313031".
        01    WS-MONTH-DAY-VIEW REDEFINES WS-MONTH-DAY-TABLE.
                02  WS-MD-DAYS PIC 9(2) OCCURS 12 TIMES.
        01    WS-CAT-TOTALS.
                02  WS-CT-CUSTS PIC 9(6).
                02  WS-CT-UNITS PIC 9(8).
                02  WS-CT-ENERGY PIC 9(9)V99.
                02  WS-CT-FIXED PIC 9(9)V99.
        01    WS-ROUTE-TOTALS.
                02  WS-RT-CUSTS PIC 9(6).
                02  WS-RT-UNITS PIC 9(8).
                02  WS-RT-ENERGY PIC 9(9)V99.
                02  WS-RT-FIXED PIC 9(9)V99.
        01    WS-GRAND-TOTALS.
                02  WS-GT-CUSTS PIC 9(6).
                02  WS-GT-UNITS PIC 9(8).
                02  WS-GT-ENERGY PIC 9(9)V99.
                02  WS-GT-FIXED PIC 9(9)V99.
                02  WS-GT-TOTAL PIC 9(9)V99.
        COPY BILLFMT.
        COPY TARIFWS.
        COPY TAXWS.
        01    REPORT-TITLE-LINE PIC X(80) VALUE
            " *** MONTH-END UNBILLED REVENUE ACCRUAL SCHEDULE ***".
        01    REPORT-RUN-LINE.
                02  F PIC X(11) VALUE "RUN DATE : ".
                02  RR-RUN-DATE PIC 9(8).
                02  F PIC X(18) VALUE "   BILLING MONTH: ".
                02  RR-BILL-MONTH PIC X(10).
                02  F PIC X(14) VALUE "   GL PERIOD: ".
                02  RR-PERIOD PIC 9(6).
        01    REPORT-BASIS-LINE.
                02  F PIC X(30) VALUE
                    "BASIS    : AVERAGE UNITS FOR ".
                02  RB-DAYS PIC Z9.
                02  F PIC X(4) VALUE " OF ".
                02  RB-MONTH-DAYS PIC Z9.
                02  F PIC X(33) VALUE
                    " DAYS, PRICED AT TODAY'S TARIFF".
        01    SCHED-HEAD-LINE.
                02  F PIC X(20) VALUE "ROUTE CAT  CUSTOMERS".
                02  F PIC X(20) VALUE "   EST. UNITS       ".
                02  F PIC X(20) VALUE "ENERGY       FIXED  ".
                02  F PIC X(20) VALUE "        TOTAL".
        01    SCHED-DETAIL-LINE.
                02  SD-ROUTE PIC X(4).
                02  F PIC X(3) VALUE SPACES.
                02  SD-CATEGORY PIC X.
                02  F PIC X(2) VALUE SPACES.
                02  SD-CUSTS PIC ZZZ,ZZ9.
                02  F PIC X(2) VALUE SPACES.
                02  SD-UNITS PIC ZZ,ZZZ,ZZ9.
                02  F PIC X VALUE SPACE.
                02  SD-ENERGY PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X VALUE SPACE.
                02  SD-FIXED PIC ZZZ,ZZ9.99.
                02  F PIC X VALUE SPACE.
                02  SD-TOTAL PIC ZZ,ZZZ,ZZ9.99.
        01    COUNT-LINE.
                02  CL-LABEL PIC X(30).
                02  CL-COUNT PIC ZZZ,ZZ9.
        01    JOURNAL-HEADER-LINE.
                02  JH-TITLE PIC X(34).
                02  JH-RUN-DATE PIC 9(8).
        01    JOURNAL-DETAIL-LINE.
                02  JD-ACCT PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  JD-DRCR PIC X(2).
                02  F PIC X(2) VALUE SPACES.
                02  JD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  JD-DESC PIC X(30).
                02  F PIC X(2) VALUE SPACES.
                02  JD-SOURCE PIC X(8) VALUE "Q15UA".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE WS-TODAY-DATE TO WS-RUN-DATE.
        MOVE 2 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        DISPLAY "----MONTH-END UNBILLED REVENUE ACCRUAL----".
        PERFORM LOAD-MONTH-PARA.
        IF WS-BILL-MONTH = SPACES
            DISPLAY "NO BILLING MONTH GIVEN - NOTHING ACCRUED"
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN INPUT CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        PERFORM LOAD-TARIFF-PARA.
        PERFORM LOAD-ACCTMAP-PARA.
        PERFORM CHECK-CYCLE-PARA.
        PERFORM GL-POST-PERIOD-PARA.
        PERFORM ACCRUAL-PERIOD-PARA.
        PERFORM CHECK-POSTED-PARA.
        OPEN OUTPUT ACCRWK-FILE.
        SORT MATCH-SORT-FILE
            ON ASCENDING KEY MS-CUST-ID MS-TYPE
            INPUT PROCEDURE MATCH-IN-PARA
            OUTPUT PROCEDURE MATCH-OUT-PARA.
        CLOSE CUSTOMER-REC-FILE ACCRWK-FILE.
        MOVE ZEROS TO WS-GRAND-TOTALS.
        OPEN OUTPUT OUT-FILE.
        PERFORM PRINT-HEADING-PARA.
        SORT SCHED-SORT-FILE
            ON ASCENDING KEY SS-ROUTE SS-CATEGORY SS-CUST-ID
            USING ACCRWK-FILE
            OUTPUT PROCEDURE SCHED-OUT-PARA.
        COMPUTE WS-GT-TOTAL = WS-GT-ENERGY + WS-GT-FIXED.
        PERFORM PRINT-TOTALS-PARA.
        IF WS-ALREADY-POSTED = "Y"
            DISPLAY "ACCRUAL FOR PERIOD " WS-GL-PERIOD
                " ALREADY POSTED - SCHEDULE ONLY, NOTHING JOURNALLED"
            MOVE " ACCRUAL ALREADY POSTED FOR THIS PERIOD - NOT JOURN
      -        "ALLED AGAIN" TO OUT-REC
            WRITE OUT-REC
        ELSE
            IF WS-GT-TOTAL > 0
                PERFORM ACCRUAL-JOURNAL-PARA
                MOVE " ACCRUAL JOURNALLED - REVERSAL DATED" TO OUT-REC
                MOVE WS-REVERSE-DATE TO OUT-REC(38:8)
                WRITE OUT-REC
            END-IF
        END-IF.
        CLOSE OUT-FILE.
        OPEN OUTPUT ACCRWK-FILE.
        CLOSE ACCRWK-FILE.
        DISPLAY "ACTIVE CUSTOMERS   : " WS-ACTIVE-COUNT.
        DISPLAY "BILLED THIS MONTH  : " WS-BILLED-COUNT.
        DISPLAY "ACCRUED (UNBILLED) : " WS-UNBILLED-COUNT.
        DISPLAY "SCHEDULE WRITTEN TO ACCRUAL.TXT.".
        MOVE WS-UNBILLED-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        STOP RUN.

      * The month comes from BILLPARM.DAT, the same file the billing
      * run takes it from, so it matches BH-BILL-MONTH exactly; with
      * no parameter file it is keyed.
        LOAD-MONTH-PARA.
        OPEN INPUT PARAMETER-FILE.
        IF WS-PARM-STATUS = "00"
            READ PARAMETER-FILE
                AT END
                    MOVE SPACES TO WS-BILL-MONTH
                NOT AT END
                    MOVE PARM-BILL-MONTH TO WS-BILL-MONTH
                    DISPLAY "BILLING MONTH TAKEN FROM PARAMETER FILE: "
                        WS-BILL-MONTH
            END-READ
            CLOSE PARAMETER-FILE
        ELSE
            DISPLAY "BILLING MONTH TO ACCRUE (EX. JAN, 2001): "
                WITH NO ADVANCING
            ACCEPT WS-BILL-MONTH
        END-IF.

        LOAD-ACCTMAP-PARA.
        OPEN INPUT ACCTMAP-FILE.
        IF WS-ACCTMAP-STATUS = "00"
            MOVE "N" TO WS-ACCTMAP-EOF
            PERFORM READ-ACCTMAP-PARA UNTIL WS-ACCTMAP-EOF = "Y"
            CLOSE ACCTMAP-FILE
        END-IF.

        READ-ACCTMAP-PARA.
        READ ACCTMAP-FILE
            AT END
                MOVE "Y" TO WS-ACCTMAP-EOF
            NOT AT END
                EVALUATE AM-KEY
                    WHEN "ENERGY  " MOVE AM-ACCT TO WS-ACCT-ENERGY
                    WHEN "FIXED   " MOVE AM-ACCT TO WS-ACCT-FIXED
                    WHEN "UNBILLED" MOVE AM-ACCT TO WS-ACCT-UNBILLED
                    WHEN OTHER CONTINUE
                END-EVALUATE
        END-READ.

      * With no cycle record, or one not yet marked billed, no route
      * has been billed for the month and the bill history need not
      * be read - every active customer is unbilled.
        CHECK-CYCLE-PARA.
        MOVE "N" TO WS-CYC-FOUND.
        MOVE "N" TO WS-CYC-BILLED.
        OPEN INPUT CYCSTAT-FILE.
        IF WS-CYCSTAT-STATUS = "00"
            MOVE "N" TO WS-CYC-EOF
            PERFORM CYCLE-SCAN-PARA UNTIL WS-CYC-EOF = "Y"
            CLOSE CYCSTAT-FILE
        END-IF.
        IF WS-CYC-FOUND = "N"
            DISPLAY "NO CYCLE RECORD FOR " WS-BILL-MONTH
                " - NO ROUTE BILLED YET"
        ELSE
            IF WS-CYC-BILLED = "Y"
                DISPLAY "ROUTES BILLED FOR " WS-BILL-MONTH
                    " - BILL HISTORY CHECKED CUSTOMER BY CUSTOMER"
            ELSE
                DISPLAY "NO ROUTE BILLED YET FOR " WS-BILL-MONTH
            END-IF
        END-IF.

        CYCLE-SCAN-PARA.
        READ CYCSTAT-FILE
            AT END
                MOVE "Y" TO WS-CYC-EOF
            NOT AT END
                IF CY-BILL-MONTH = WS-BILL-MONTH
                    MOVE "Y" TO WS-CYC-FOUND
                    MOVE CY-BILLED-FLAG TO WS-CYC-BILLED
                    MOVE "Y" TO WS-CYC-EOF
                END-IF
        END-READ.

      * The accrual goes into the open period and is reversed on the
      * first day of the period after it. A run inside the period
      * accrues the days elapsed so far; a run after the period has
      * ended (the month was closed late or the run rolled forward)
      * accrues the whole month.
        ACCRUAL-PERIOD-PARA.
        DIVIDE WS-TODAY-DATE BY 100 GIVING WS-TODAY-PERIOD.
        DIVIDE WS-GL-PERIOD BY 100 GIVING WS-GL-YEAR
            REMAINDER WS-GL-MONTH.
        IF WS-GL-MONTH = 12
            COMPUTE WS-NEXT-PERIOD = (WS-GL-YEAR + 1) * 100 + 1
        ELSE
            COMPUTE WS-NEXT-PERIOD = WS-GL-PERIOD + 1
        END-IF.
        COMPUTE WS-REVERSE-DATE = WS-NEXT-PERIOD * 100 + 1.
        MOVE WS-MD-DAYS(WS-GL-MONTH) TO WS-MONTH-DAYS.
        IF WS-GL-MONTH = 2
            DIVIDE WS-GL-YEAR BY 4 GIVING WS-LEAP-QUOT
                REMAINDER WS-LEAP-REM
            IF WS-LEAP-REM = 0
                MOVE 29 TO WS-MONTH-DAYS
                DIVIDE WS-GL-YEAR BY 100 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                IF WS-LEAP-REM = 0
                    MOVE 28 TO WS-MONTH-DAYS
                    DIVIDE WS-GL-YEAR BY 400 GIVING WS-LEAP-QUOT
                        REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM = 0
                        MOVE 29 TO WS-MONTH-DAYS
                    END-IF
                END-IF
            END-IF
        END-IF.
        IF WS-GL-PERIOD = WS-TODAY-PERIOD
            MOVE WS-TODAY-DATE(7:2) TO WS-ACCR-DAYS
        ELSE
            MOVE WS-MONTH-DAYS TO WS-ACCR-DAYS
        END-IF.
        DISPLAY "ACCRUING " WS-ACCR-DAYS " OF " WS-MONTH-DAYS
            " DAYS INTO PERIOD " WS-GL-PERIOD.

      * One accrual per period: a debit to the unbilled revenue
      * account from this program already stamped with the period
      * means the run has been made.
        CHECK-POSTED-PARA.
        MOVE "N" TO WS-ALREADY-POSTED.
        OPEN INPUT JOURNAL-FILE.
        IF WS-JOURNAL-STATUS = "00"
            MOVE "N" TO WS-JRNL-EOF
            PERFORM JOURNAL-SCAN-PARA UNTIL WS-JRNL-EOF = "Y"
            CLOSE JOURNAL-FILE
        END-IF.

        JOURNAL-SCAN-PARA.
        READ JOURNAL-FILE
            AT END
                MOVE "Y" TO WS-JRNL-EOF
            NOT AT END
                IF JL-SOURCE = WS-RL-PROGRAM
                        AND JL-DRCR = "DR"
                        AND JL-ACCT = WS-ACCT-UNBILLED
                        AND JL-PERIOD = WS-GL-PERIOD
                    MOVE "Y" TO WS-ALREADY-POSTED
                    MOVE "Y" TO WS-JRNL-EOF
                END-IF
        END-READ.

        MATCH-IN-PARA.
        IF WS-CYC-BILLED = "Y"
            PERFORM RELEASE-BILLS-PARA
        END-IF.
        MOVE "N" TO WS-CUST-EOF.
        READ CUSTOMER-REC-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-CUST-EOF
        END-READ.
        PERFORM RELEASE-CUST-PARA UNTIL WS-CUST-EOF = "Y".

      * Only the month's own bills count - an adjustment note is not
      * a bill for the period.
        RELEASE-BILLS-PARA.
        OPEN INPUT BILLHIST-FILE.
        IF WS-BILLHIST-STATUS = "00"
            MOVE "N" TO WS-HIST-EOF
            READ BILLHIST-FILE AT END MOVE "Y" TO WS-HIST-EOF
            END-READ
            PERFORM RELEASE-BILL-PARA UNTIL WS-HIST-EOF = "Y"
            CLOSE BILLHIST-FILE
        END-IF.

        RELEASE-BILL-PARA.
        IF BH-BILL-MONTH = WS-BILL-MONTH
            MOVE BH-CUST-ID TO MS-CUST-ID
            MOVE "B" TO MS-TYPE
            MOVE SPACES TO MS-ROUTE
            MOVE SPACE TO MS-CATEGORY
            MOVE 0 TO MS-AVG-PULSES
            RELEASE MATCH-SORT-REC
        END-IF.
        READ BILLHIST-FILE AT END MOVE "Y" TO WS-HIST-EOF.

        RELEASE-CUST-PARA.
        IF IN-ACTIVE NOT = "N"
            ADD 1 TO WS-ACTIVE-COUNT
            MOVE IN-CUST-ID TO MS-CUST-ID
            MOVE "C" TO MS-TYPE
            MOVE IN-ROUTE-CODE TO MS-ROUTE
            MOVE IN-TARIFF-CAT TO MS-CATEGORY
            MOVE IN-AVG-PULSES TO MS-AVG-PULSES
            RELEASE MATCH-SORT-REC
        END-IF.
        READ CUSTOMER-REC-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-CUST-EOF
        END-READ.

        MATCH-OUT-PARA.
        MOVE "N" TO WS-SORT-EOF.
        MOVE 0 TO WS-PREV-CUST.
        MOVE "N" TO WS-PREV-BILLED.
        PERFORM MATCH-RETURN-PARA UNTIL WS-SORT-EOF = "Y".

        MATCH-RETURN-PARA.
        RETURN MATCH-SORT-FILE
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF MS-CUST-ID NOT = WS-PREV-CUST
                    MOVE MS-CUST-ID TO WS-PREV-CUST
                    MOVE "N" TO WS-PREV-BILLED
                END-IF
                IF MS-TYPE = "B"
                    MOVE "Y" TO WS-PREV-BILLED
                ELSE
                    IF WS-PREV-BILLED = "Y"
                        ADD 1 TO WS-BILLED-COUNT
                    ELSE
                        PERFORM ACCRUE-CUSTOMER-PARA
                    END-IF
                END-IF
        END-RETURN.

      * The month's average is cut to the days elapsed and priced
      * with the billing run's own slab paragraphs; CHARGE-CALC-PARA
      * includes the full fixed charge, which is taken out and
      * accrued for the same share of the month.
        ACCRUE-CUSTOMER-PARA.
        ADD 1 TO WS-UNBILLED-COUNT.
        MOVE MS-CATEGORY TO IN-TARIFF-CAT.
        COMPUTE WS-ACCR-UNITS ROUNDED =
            MS-AVG-PULSES * WS-ACCR-DAYS / WS-MONTH-DAYS.
        MOVE WS-ACCR-UNITS TO PULSES.
        PERFORM TARIFF-SELECT-PARA.
        PERFORM CHARGE-CALC-PARA.
        IF WS-CALC-OVERFLOW = "Y"
            ADD 1 TO WS-OVERFLOW-COUNT
        END-IF.
        COMPUTE WS-ACCR-ENERGY = CHARGES - 5.00.
        COMPUTE WS-ACCR-FIXED ROUNDED =
            5.00 * WS-ACCR-DAYS / WS-MONTH-DAYS.
        MOVE MS-ROUTE TO AW-ROUTE.
        MOVE MS-CATEGORY TO AW-CATEGORY.
        MOVE MS-CUST-ID TO AW-CUST-ID.
        MOVE WS-ACCR-UNITS TO AW-UNITS.
        MOVE WS-ACCR-ENERGY TO AW-ENERGY.
        MOVE WS-ACCR-FIXED TO AW-FIXED.
        WRITE ACCRWK-REC.

        PRINT-HEADING-PARA.
        WRITE OUT-REC FROM REPORT-TITLE-LINE.
        MOVE WS-TODAY-DATE TO RR-RUN-DATE.
        MOVE WS-BILL-MONTH TO RR-BILL-MONTH.
        MOVE WS-GL-PERIOD TO RR-PERIOD.
        WRITE OUT-REC FROM REPORT-RUN-LINE.
        MOVE WS-ACCR-DAYS TO RB-DAYS.
        MOVE WS-MONTH-DAYS TO RB-MONTH-DAYS.
        WRITE OUT-REC FROM REPORT-BASIS-LINE.
        WRITE OUT-REC FROM HEADING1.
        WRITE OUT-REC FROM SCHED-HEAD-LINE.
        WRITE OUT-REC FROM HEADING1.

      * Control breaks on category within route: a line per route
      * and category, then the route's total.
        SCHED-OUT-PARA.
        MOVE "N" TO WS-SORT-EOF.
        MOVE "Y" TO WS-FIRST-LINE.
        MOVE ZEROS TO WS-CAT-TOTALS WS-ROUTE-TOTALS.
        PERFORM SCHED-RETURN-PARA UNTIL WS-SORT-EOF = "Y".
        IF WS-FIRST-LINE = "N"
            PERFORM CAT-BREAK-PARA
            PERFORM ROUTE-BREAK-PARA
        END-IF.

        SCHED-RETURN-PARA.
        RETURN SCHED-SORT-FILE
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF WS-FIRST-LINE = "Y"
                    MOVE "N" TO WS-FIRST-LINE
                    MOVE SS-ROUTE TO WS-CUR-ROUTE
                    MOVE SS-CATEGORY TO WS-CUR-CATEGORY
                END-IF
                IF SS-ROUTE NOT = WS-CUR-ROUTE
                    PERFORM CAT-BREAK-PARA
                    PERFORM ROUTE-BREAK-PARA
                    MOVE SS-ROUTE TO WS-CUR-ROUTE
                    MOVE SS-CATEGORY TO WS-CUR-CATEGORY
                END-IF
                IF SS-CATEGORY NOT = WS-CUR-CATEGORY
                    PERFORM CAT-BREAK-PARA
                    MOVE SS-CATEGORY TO WS-CUR-CATEGORY
                END-IF
                ADD 1 TO WS-CT-CUSTS
                ADD SS-UNITS TO WS-CT-UNITS
                ADD SS-ENERGY TO WS-CT-ENERGY
                ADD SS-FIXED TO WS-CT-FIXED
        END-RETURN.

        CAT-BREAK-PARA.
        MOVE WS-CUR-ROUTE TO SD-ROUTE.
        MOVE WS-CUR-CATEGORY TO SD-CATEGORY.
        MOVE WS-CT-CUSTS TO SD-CUSTS.
        MOVE WS-CT-UNITS TO SD-UNITS.
        MOVE WS-CT-ENERGY TO SD-ENERGY.
        MOVE WS-CT-FIXED TO SD-FIXED.
        COMPUTE SD-TOTAL = WS-CT-ENERGY + WS-CT-FIXED.
        WRITE OUT-REC FROM SCHED-DETAIL-LINE.
        ADD WS-CT-CUSTS TO WS-RT-CUSTS.
        ADD WS-CT-UNITS TO WS-RT-UNITS.
        ADD WS-CT-ENERGY TO WS-RT-ENERGY.
        ADD WS-CT-FIXED TO WS-RT-FIXED.
        MOVE ZEROS TO WS-CAT-TOTALS.

        ROUTE-BREAK-PARA.
        MOVE WS-CUR-ROUTE TO SD-ROUTE.
        MOVE "*" TO SD-CATEGORY.
        MOVE WS-RT-CUSTS TO SD-CUSTS.
        MOVE WS-RT-UNITS TO SD-UNITS.
        MOVE WS-RT-ENERGY TO SD-ENERGY.
        MOVE WS-RT-FIXED TO SD-FIXED.
        COMPUTE SD-TOTAL = WS-RT-ENERGY + WS-RT-FIXED.
        WRITE OUT-REC FROM SCHED-DETAIL-LINE.
        MOVE SPACES TO OUT-REC.
        WRITE OUT-REC.
        ADD WS-RT-CUSTS TO WS-GT-CUSTS.
        ADD WS-RT-UNITS TO WS-GT-UNITS.
        ADD WS-RT-ENERGY TO WS-GT-ENERGY.
        ADD WS-RT-FIXED TO WS-GT-FIXED.
        MOVE ZEROS TO WS-ROUTE-TOTALS.

        PRINT-TOTALS-PARA.
        WRITE OUT-REC FROM HEADING1.
        MOVE "ALL " TO SD-ROUTE.
        MOVE "*" TO SD-CATEGORY.
        MOVE WS-GT-CUSTS TO SD-CUSTS.
        MOVE WS-GT-UNITS TO SD-UNITS.
        MOVE WS-GT-ENERGY TO SD-ENERGY.
        MOVE WS-GT-FIXED TO SD-FIXED.
        MOVE WS-GT-TOTAL TO SD-TOTAL.
        WRITE OUT-REC FROM SCHED-DETAIL-LINE.
        WRITE OUT-REC FROM HEADING1.
        MOVE "ACTIVE CUSTOMERS ............:" TO CL-LABEL.
        MOVE WS-ACTIVE-COUNT TO CL-COUNT.
        WRITE OUT-REC FROM COUNT-LINE.
        MOVE "BILLED FOR THE MONTH ........:" TO CL-LABEL.
        MOVE WS-BILLED-COUNT TO CL-COUNT.
        WRITE OUT-REC FROM COUNT-LINE.
        MOVE "UNBILLED - ACCRUED ..........:" TO CL-LABEL.
        MOVE WS-UNBILLED-COUNT TO CL-COUNT.
        WRITE OUT-REC FROM COUNT-LINE.
        IF WS-OVERFLOW-COUNT > 0
            MOVE "PRICING OVERFLOWS ...........:" TO CL-LABEL
            MOVE WS-OVERFLOW-COUNT TO CL-COUNT
            WRITE OUT-REC FROM COUNT-LINE
        END-IF.

      * The accrual raises unbilled revenue against energy and fixed
      * charge revenue in the open period; the reversal takes the
      * same amounts back out in the next period, dated its first
      * day, ready for the real bills. Both groups balance.
        ACCRUAL-JOURNAL-PARA.
        OPEN EXTEND JOURNAL-FILE.
        IF WS-JOURNAL-STATUS = "35"
            OPEN OUTPUT JOURNAL-FILE
            CLOSE JOURNAL-FILE
            OPEN EXTEND JOURNAL-FILE
        END-IF.
        MOVE "UNBILLED REVENUE ACCRUAL DATED " TO JH-TITLE.
        MOVE WS-TODAY-DATE TO JH-RUN-DATE.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        MOVE WS-GL-PERIOD TO JD-PERIOD.
        MOVE WS-ACCT-UNBILLED TO JD-ACCT.
        MOVE "DR" TO JD-DRCR.
        MOVE WS-GT-TOTAL TO WS-JRNL-AMT.
        MOVE "UNBILLED REVENUE ACCRUED" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-ENERGY TO JD-ACCT.
        MOVE "CR" TO JD-DRCR.
        MOVE WS-GT-ENERGY TO WS-JRNL-AMT.
        MOVE "ACCRUAL - ENERGY CHARGES" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-FIXED TO JD-ACCT.
        MOVE WS-GT-FIXED TO WS-JRNL-AMT.
        MOVE "ACCRUAL - FIXED CHARGES" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE "UNBILLED REVENUE REVERSAL DATED " TO JH-TITLE.
        MOVE WS-REVERSE-DATE TO JH-RUN-DATE.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        MOVE WS-NEXT-PERIOD TO JD-PERIOD.
        MOVE WS-ACCT-ENERGY TO JD-ACCT.
        MOVE "DR" TO JD-DRCR.
        MOVE WS-GT-ENERGY TO WS-JRNL-AMT.
        MOVE "ACCRUAL REVERSED - ENERGY" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-FIXED TO JD-ACCT.
        MOVE WS-GT-FIXED TO WS-JRNL-AMT.
        MOVE "ACCRUAL REVERSED - FIXED" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-UNBILLED TO JD-ACCT.
        MOVE "CR" TO JD-DRCR.
        MOVE WS-GT-TOTAL TO WS-JRNL-AMT.
        MOVE "UNBILLED REVENUE REVERSED" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        CLOSE JOURNAL-FILE.
        DISPLAY "ACCRUAL OF " WS-GT-TOTAL " POSTED TO PERIOD "
            WS-GL-PERIOD " - REVERSES " WS-REVERSE-DATE.

        JOURNAL-LINE-PARA.
        IF WS-JRNL-AMT > 0
            MOVE WS-JRNL-AMT TO JD-AMOUNT
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.

        COPY BILLCALC.

        COPY RUNLOGP.

        COPY OPERSIGN.

        COPY GLPERDP.
