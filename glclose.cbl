      ******************************************************************
      * Author:
      * Date:
      * Purpose: GL period close over GLJRNL.TXT for one accounting
      *          month. Every posting program stamps its journal
      *          detail lines with its program ID and the open
      *          period (shared paragraph GLPERDP), so the month's
      *          lines are summarized here by ACCTMAP.DAT account and
      *          source program, debits are proved against credits
      *          and a trial balance is printed to GLCLOSE.TXT. The
      *          receivables control accounts (debtors plus arrears)
      *          are carried forward from the last close and compared
      *          with the ARR-BALANCE total in ARREARS.DAT. A balanced
      *          month can then be closed: it is recorded in
      *          GLPERIOD.DAT, its lines move to the GLHIST.TXT
      *          history and GLJRNL.TXT keeps only the open months.
      *          From then on the posting programs roll anything
      *          dated into the closed month into the open one.
      *          Months close in order, by a supervisor.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15GC.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT WORK-FILE ASSIGN TO "GLJRNL.WRK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.
          SELECT HISTORY-FILE ASSIGN TO "GLHIST.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
          SELECT GLPERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-GLPERIOD-STATUS.
          SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ACCTMAP-STATUS.
          SELECT ARREARS-FILE ASSIGN TO "ARREARS.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-ARR-REL-KEY
            FILE STATUS IS WS-ARREARS-STATUS.
          SELECT REPORT-FILE ASSIGN TO "GLCLOSE.TXT"
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
      * Detail lines carry DR / CR (or MM for a memo line) in the
      * debit/credit column; anything else is a run's header line.
        FD    JOURNAL-FILE.
        01    JOURNAL-REC.
                02  JL-ACCT PIC X(8).
                02  F PIC X(2).
                02  JL-DRCR PIC X(2).
                02  F PIC X(2).
                02  JL-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X(2).
                02  JL-DESC PIC X(30).
                02  F PIC X(2).
                02  JL-SOURCE PIC X(8).
                02  F PIC X(2).
                02  JL-PERIOD PIC X(6).
                02  F PIC X(3).
        FD    WORK-FILE.
        01    WORK-REC PIC X(80).
        FD    HISTORY-FILE.
        01    HISTORY-REC PIC X(80).
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
                02  AM-ACCT PIC X(8).
        FD    ARREARS-FILE.
        01    ARREARS-REC.
                02  ARR-CUST-ID PIC 999999.
                02  ARR-BALANCE PIC 9(6)V99.
        FD    REPORT-FILE.
        01    REPORT-REC PIC X(80).
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
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15GC".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-JOURNAL-STATUS PIC XX VALUE SPACES.
        77    WS-WORK-STATUS PIC XX VALUE SPACES.
        77    WS-HISTORY-STATUS PIC XX VALUE SPACES.
        77    WS-GLPERIOD-STATUS PIC XX VALUE SPACES.
        77    WS-GLPERIOD-EOF PIC X VALUE "N".
        77    WS-ACCTMAP-STATUS PIC XX VALUE SPACES.
        77    WS-ACCTMAP-EOF PIC X VALUE "N".
        77    WS-ARREARS-STATUS PIC XX VALUE SPACES.
        77    WS-ARR-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ARREARS-EOF PIC X VALUE "N".
        77    WS-JOURNAL-EOF PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-TODAY-PERIOD PIC 9(6) VALUE 0.
        77    WS-CLOSE-PERIOD PIC 9(6) VALUE 0.
        77    WS-LAST-CLOSED PIC 9(6) VALUE 0.
        77    WS-NEXT-OPEN PIC 9(6) VALUE 0.
        77    WS-CLOSE-YEAR PIC 9(4) VALUE 0.
        77    WS-CLOSE-MONTH PIC 9(2) VALUE 0.
        77    WS-PERIOD-OK PIC X VALUE "N".
        77    WS-CONFIRM PIC X VALUE "N".
        77    WS-LINE-PERIOD PIC 9(6) VALUE 0.
        77    WS-LINE-AMT PIC 9(8)V99 VALUE 0.
        77    WS-LINE-SOURCE PIC X(8) VALUE SPACES.
        77    WS-IN-PERIOD PIC X VALUE "N".
        77    WS-LINE-COUNT PIC 9(6) VALUE 0.
        77    WS-MEMO-COUNT PIC 9(6) VALUE 0.
        77    WS-LATER-COUNT PIC 9(6) VALUE 0.
        77    WS-KEPT-COUNT PIC 9(6) VALUE 0.
        77    WS-MOVED-COUNT PIC 9(6) VALUE 0.
        77    WS-TOT-DR PIC 9(9)V99 VALUE 0.
        77    WS-TOT-CR PIC 9(9)V99 VALUE 0.
        77    WS-DIFFERENCE PIC S9(9)V99 VALUE 0.
        77    WS-TB-BALANCE PIC S9(9)V99 VALUE 0.
        77    WS-OPENING-CTL PIC S9(9)V99 VALUE 0.
        77    WS-CTL-MOVEMENT PIC S9(9)V99 VALUE 0.
        77    WS-CLOSING-CTL PIC S9(9)V99 VALUE 0.
        77    WS-ARREARS-TOTAL PIC 9(9)V99 VALUE 0.
        77    WS-CTL-DIFF PIC S9(9)V99 VALUE 0.
        77    WS-ACCT-DEBTORS PIC X(8) VALUE "14000100".
        77    WS-ACCT-ARREARS PIC X(8) VALUE "14000200".
        77    WS-TABLE-FULL PIC X VALUE "N".
        77    WS-SM-COUNT PIC 9(3) VALUE 0.
        77    WS-MAX-SM PIC 9(3) VALUE 200.
        77    WS-TB-COUNT PIC 9(3) VALUE 0.
        77    WS-MAX-TB PIC 9(3) VALUE 100.
        77    WS-MP-COUNT PIC 9(3) VALUE 0.
        77    WS-MAX-MP PIC 9(3) VALUE 50.
        77    WS-IDX PIC 9(3) VALUE 0.
        77    WS-HIT PIC 9(3) VALUE 0.
        77    WS-POS PIC 9(3) VALUE 0.
        77    WS-SIDX PIC 9(3) VALUE 0.
        77    WS-NEW-KEY PIC X(16) VALUE SPACES.
        77    WS-HELD-HEADER PIC X(80) VALUE SPACES.
        77    WS-HEAD-TO-HIST PIC X VALUE "N".
        77    WS-HEAD-TO-WORK PIC X VALUE "N".
        77    HEADING1 PIC X(80) VALUE ALL "-".
      * Summary by account and source program, kept in account /
      * source order as lines are added.
        01    WS-SUM-TABLE.
                02  WS-SUM-ENTRY OCCURS 200 TIMES.
                    03  WS-SM-KEY.
                        04  WS-SM-ACCT PIC X(8).
                        04  WS-SM-SOURCE PIC X(8).
                    03  WS-SM-DR PIC 9(9)V99.
                    03  WS-SM-CR PIC 9(9)V99.
      * Trial balance by account, kept in account order.
        01    WS-TB-TABLE.
                02  WS-TB-ENTRY OCCURS 100 TIMES.
                    03  WS-TB-ACCT PIC X(8).
                    03  WS-TB-DR PIC 9(9)V99.
                    03  WS-TB-CR PIC 9(9)V99.
      * ACCTMAP.DAT keys, so the trial balance can name each account.
        01    WS-MAP-TABLE.
                02  WS-MAP-ENTRY OCCURS 50 TIMES.
                    03  WS-MP-KEY PIC X(8).
                    03  WS-MP-ACCT PIC X(8).
        01    REPORT-TITLE-LINE.
                02  F PIC X(30) VALUE " *** GL PERIOD CLOSE - PERIOD ".
                02  RH-PERIOD PIC 9(6).
                02  F PIC X(10) VALUE "   RUN ON ".
                02  RH-RUN-DATE PIC 9(8).
                02  F PIC X(4) VALUE " ***".
        01    SUMMARY-TITLE-LINE PIC X(80) VALUE
            "ACCOUNT   SOURCE            DEBITS         CREDITS".
        01    SUMMARY-DETAIL-LINE.
                02  SD-ACCT PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  SD-SOURCE PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  SD-DR PIC ZZZ,ZZZ,ZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  SD-CR PIC ZZZ,ZZZ,ZZ9.99.
        01    TB-TITLE-LINE.
                02  F PIC X(38) VALUE
                    "ACCOUNT   MAP KEY           DEBITS   ".
                02  F PIC X(32) VALUE
                    "      CREDITS         BALANCE".
        01    TB-DETAIL-LINE.
                02  TB-ACCT PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  TB-KEY PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  TB-DR PIC ZZZ,ZZZ,ZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  TB-CR PIC ZZZ,ZZZ,ZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  TB-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
                02  F PIC X(1) VALUE SPACES.
                02  TB-BAL-SIDE PIC X(2).
        01    CONTROL-LINE.
                02  CL-LABEL PIC X(40).
                02  CL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
        01    COUNT-LINE.
                02  CT-LABEL PIC X(40).
                02  CT-COUNT PIC ZZZZZ9.

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        DIVIDE WS-TODAY-DATE BY 100 GIVING WS-TODAY-PERIOD.
        MOVE 2 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        PERFORM FIND-LAST-CLOSED-PARA.
        IF WS-LAST-CLOSED > 0
            DISPLAY "LAST PERIOD CLOSED : " WS-LAST-CLOSED
            DISPLAY "NEXT TO CLOSE      : " WS-NEXT-OPEN
        ELSE
            DISPLAY "NO PERIOD CLOSED YET"
        END-IF.
        PERFORM ACCEPT-PERIOD-PARA.
        IF WS-PERIOD-OK = "N"
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN INPUT JOURNAL-FILE.
        IF WS-JOURNAL-STATUS NOT = "00"
            DISPLAY "GLJRNL.TXT NOT FOUND OR UNREADABLE - STATUS "
                WS-JOURNAL-STATUS
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        PERFORM LOAD-ACCTMAP-PARA.
        MOVE "N" TO WS-JOURNAL-EOF.
        READ JOURNAL-FILE AT END MOVE "Y" TO WS-JOURNAL-EOF.
        PERFORM SUMMARIZE-PARA UNTIL WS-JOURNAL-EOF = "Y".
        CLOSE JOURNAL-FILE.
        PERFORM TOTAL-ARREARS-PARA.
        COMPUTE WS-DIFFERENCE = WS-TOT-DR - WS-TOT-CR.
        COMPUTE WS-CLOSING-CTL = WS-OPENING-CTL + WS-CTL-MOVEMENT.
        COMPUTE WS-CTL-DIFF = WS-CLOSING-CTL - WS-ARREARS-TOTAL.
        PERFORM PRINT-REPORT-PARA.
        DISPLAY "LINES IN PERIOD    : " WS-LINE-COUNT.
        DISPLAY "TOTAL DEBITS       : " WS-TOT-DR.
        DISPLAY "TOTAL CREDITS      : " WS-TOT-CR.
        DISPLAY "TRIAL BALANCE WRITTEN TO GLCLOSE.TXT.".
        IF WS-DIFFERENCE NOT = 0
            DISPLAY "JOURNAL OUT OF BALANCE - PERIOD " WS-CLOSE-PERIOD
                " NOT CLOSED"
        ELSE
            IF WS-TABLE-FULL = "Y"
                DISPLAY "SUMMARY TABLES FULL - PERIOD "
                    WS-CLOSE-PERIOD " NOT CLOSED"
            ELSE
                IF WS-CTL-DIFF NOT = 0
                    DISPLAY "RECEIVABLES CONTROL DIFFERS FROM"
                        " ARREARS.DAT - SEE GLCLOSE.TXT"
                END-IF
                DISPLAY "CLOSE PERIOD " WS-CLOSE-PERIOD
                    " NOW? (Y/N): " WITH NO ADVANCING
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                    PERFORM CLOSE-PERIOD-PARA
                ELSE
                    DISPLAY "PERIOD " WS-CLOSE-PERIOD " LEFT OPEN"
                END-IF
            END-IF
        END-IF.
        MOVE WS-LINE-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        STOP RUN.

      * The latest month on GLPERIOD.DAT is the last one closed; its
      * control balance is the opening figure for this close.
        FIND-LAST-CLOSED-PARA.
        MOVE 0 TO WS-LAST-CLOSED.
        MOVE 0 TO WS-OPENING-CTL.
        OPEN INPUT GLPERIOD-FILE.
        IF WS-GLPERIOD-STATUS = "00"
            MOVE "N" TO WS-GLPERIOD-EOF
            PERFORM READ-GLPERIOD-PARA UNTIL WS-GLPERIOD-EOF = "Y"
            CLOSE GLPERIOD-FILE
        END-IF.
        IF WS-LAST-CLOSED > 0
            DIVIDE WS-LAST-CLOSED BY 100 GIVING WS-CLOSE-YEAR
                REMAINDER WS-CLOSE-MONTH
            IF WS-CLOSE-MONTH = 12
                COMPUTE WS-NEXT-OPEN = (WS-CLOSE-YEAR + 1) * 100 + 1
            ELSE
                COMPUTE WS-NEXT-OPEN = WS-LAST-CLOSED + 1
            END-IF
        END-IF.

        READ-GLPERIOD-PARA.
        READ GLPERIOD-FILE
            AT END
                MOVE "Y" TO WS-GLPERIOD-EOF
            NOT AT END
                IF GP-PERIOD > WS-LAST-CLOSED
                    MOVE GP-PERIOD TO WS-LAST-CLOSED
                    MOVE GP-CONTROL-BAL TO WS-OPENING-CTL
                END-IF
        END-READ.

      * Months close in order with no gaps, and never ahead of the
      * calendar. Before the first close any past month will do.
        ACCEPT-PERIOD-PARA.
        MOVE "N" TO WS-PERIOD-OK.
        DISPLAY "ACCOUNTING MONTH TO CLOSE (YYYYMM): "
            WITH NO ADVANCING.
        ACCEPT WS-CLOSE-PERIOD.
        DIVIDE WS-CLOSE-PERIOD BY 100 GIVING WS-CLOSE-YEAR
            REMAINDER WS-CLOSE-MONTH.
        IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
                OR WS-CLOSE-YEAR < 1900
            DISPLAY "INVALID MONTH - ENTER AS YYYYMM"
        ELSE
            IF WS-CLOSE-PERIOD > WS-TODAY-PERIOD
                DISPLAY "PERIOD " WS-CLOSE-PERIOD
                    " HAS NOT STARTED - CANNOT BE CLOSED"
            ELSE
                IF WS-LAST-CLOSED > 0
                        AND WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
                    DISPLAY "PERIOD " WS-CLOSE-PERIOD
                        " IS ALREADY CLOSED"
                ELSE
                    IF WS-LAST-CLOSED > 0
                            AND WS-CLOSE-PERIOD NOT = WS-NEXT-OPEN
                        DISPLAY "CLOSE PERIOD " WS-NEXT-OPEN " FIRST"
                    ELSE
                        MOVE "Y" TO WS-PERIOD-OK
                    END-IF
                END-IF
            END-IF
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
                    WHEN "DEBTORS " MOVE AM-ACCT TO WS-ACCT-DEBTORS
                    WHEN "ARREARS " MOVE AM-ACCT TO WS-ACCT-ARREARS
                    WHEN OTHER CONTINUE
                END-EVALUATE
                IF WS-MP-COUNT < WS-MAX-MP
                    ADD 1 TO WS-MP-COUNT
                    MOVE AM-KEY TO WS-MP-KEY(WS-MP-COUNT)
                    MOVE AM-ACCT TO WS-MP-ACCT(WS-MP-COUNT)
                END-IF
        END-READ.

      * A line belongs to the close when its period is the month
      * being closed or earlier. Lines written before the posting
      * programs stamped a period carry none and are taken as the
      * month being closed. Memo lines are counted but book nothing.
        SUMMARIZE-PARA.
        IF JL-DRCR = "DR" OR JL-DRCR = "CR" OR JL-DRCR = "MM"
            PERFORM LINE-PERIOD-PARA
            IF WS-IN-PERIOD = "Y"
                IF JL-DRCR = "MM"
                    ADD 1 TO WS-MEMO-COUNT
                ELSE
                    PERFORM ACCUMULATE-LINE-PARA
                END-IF
            ELSE
                ADD 1 TO WS-LATER-COUNT
            END-IF
        END-IF.
        READ JOURNAL-FILE AT END MOVE "Y" TO WS-JOURNAL-EOF.

        LINE-PERIOD-PARA.
        IF JL-PERIOD IS NUMERIC
            MOVE JL-PERIOD TO WS-LINE-PERIOD
        ELSE
            MOVE WS-CLOSE-PERIOD TO WS-LINE-PERIOD
        END-IF.
        IF WS-LINE-PERIOD > WS-CLOSE-PERIOD
            MOVE "N" TO WS-IN-PERIOD
        ELSE
            MOVE "Y" TO WS-IN-PERIOD
        END-IF.

        ACCUMULATE-LINE-PARA.
        ADD 1 TO WS-LINE-COUNT.
        MOVE JL-AMOUNT TO WS-LINE-AMT.
        IF JL-SOURCE = SPACES
            MOVE "UNKNOWN" TO WS-LINE-SOURCE
        ELSE
            MOVE JL-SOURCE TO WS-LINE-SOURCE
        END-IF.
        IF JL-DRCR = "DR"
            ADD WS-LINE-AMT TO WS-TOT-DR
        ELSE
            ADD WS-LINE-AMT TO WS-TOT-CR
        END-IF.
        IF JL-ACCT = WS-ACCT-DEBTORS OR JL-ACCT = WS-ACCT-ARREARS
            IF JL-DRCR = "DR"
                ADD WS-LINE-AMT TO WS-CTL-MOVEMENT
            ELSE
                SUBTRACT WS-LINE-AMT FROM WS-CTL-MOVEMENT
            END-IF
        END-IF.
        PERFORM FIND-SUMMARY-PARA.
        IF WS-HIT > 0
            IF JL-DRCR = "DR"
                ADD WS-LINE-AMT TO WS-SM-DR(WS-HIT)
            ELSE
                ADD WS-LINE-AMT TO WS-SM-CR(WS-HIT)
            END-IF
        END-IF.
        PERFORM FIND-TB-PARA.
        IF WS-HIT > 0
            IF JL-DRCR = "DR"
                ADD WS-LINE-AMT TO WS-TB-DR(WS-HIT)
            ELSE
                ADD WS-LINE-AMT TO WS-TB-CR(WS-HIT)
            END-IF
        END-IF.

      * A new account / source pair is slotted in ahead of the first
      * entry that sorts after it, so the table prints in order.
        FIND-SUMMARY-PARA.
        MOVE JL-ACCT TO WS-NEW-KEY(1:8).
        MOVE WS-LINE-SOURCE TO WS-NEW-KEY(9:8).
        MOVE 0 TO WS-HIT.
        MOVE 0 TO WS-POS.
        PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-SM-COUNT OR WS-HIT > 0
                    OR WS-POS > 0
            IF WS-SM-KEY(WS-IDX) = WS-NEW-KEY
                MOVE WS-IDX TO WS-HIT
            ELSE
                IF WS-SM-KEY(WS-IDX) > WS-NEW-KEY
                    MOVE WS-IDX TO WS-POS
                END-IF
            END-IF
        END-PERFORM.
        IF WS-HIT = 0
            IF WS-SM-COUNT < WS-MAX-SM
                IF WS-POS = 0
                    COMPUTE WS-POS = WS-SM-COUNT + 1
                END-IF
                PERFORM SHIFT-SUMMARY-PARA
                    VARYING WS-SIDX FROM WS-SM-COUNT BY -1
                    UNTIL WS-SIDX < WS-POS
                ADD 1 TO WS-SM-COUNT
                MOVE WS-POS TO WS-HIT
                MOVE WS-NEW-KEY TO WS-SM-KEY(WS-HIT)
                MOVE 0 TO WS-SM-DR(WS-HIT)
                MOVE 0 TO WS-SM-CR(WS-HIT)
            ELSE
                PERFORM TABLE-FULL-PARA
            END-IF
        END-IF.

        SHIFT-SUMMARY-PARA.
        MOVE WS-SUM-ENTRY(WS-SIDX) TO WS-SUM-ENTRY(WS-SIDX + 1).

        FIND-TB-PARA.
        MOVE 0 TO WS-HIT.
        MOVE 0 TO WS-POS.
        PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-TB-COUNT OR WS-HIT > 0
                    OR WS-POS > 0
            IF WS-TB-ACCT(WS-IDX) = JL-ACCT
                MOVE WS-IDX TO WS-HIT
            ELSE
                IF WS-TB-ACCT(WS-IDX) > JL-ACCT
                    MOVE WS-IDX TO WS-POS
                END-IF
            END-IF
        END-PERFORM.
        IF WS-HIT = 0
            IF WS-TB-COUNT < WS-MAX-TB
                IF WS-POS = 0
                    COMPUTE WS-POS = WS-TB-COUNT + 1
                END-IF
                PERFORM SHIFT-TB-PARA
                    VARYING WS-SIDX FROM WS-TB-COUNT BY -1
                    UNTIL WS-SIDX < WS-POS
                ADD 1 TO WS-TB-COUNT
                MOVE WS-POS TO WS-HIT
                MOVE JL-ACCT TO WS-TB-ACCT(WS-HIT)
                MOVE 0 TO WS-TB-DR(WS-HIT)
                MOVE 0 TO WS-TB-CR(WS-HIT)
            ELSE
                PERFORM TABLE-FULL-PARA
            END-IF
        END-IF.

        SHIFT-TB-PARA.
        MOVE WS-TB-ENTRY(WS-SIDX) TO WS-TB-ENTRY(WS-SIDX + 1).

      * The grand totals still prove the month, but a summary that
      * dropped lines is not one to close on.
        TABLE-FULL-PARA.
        IF WS-TABLE-FULL = "N"
            MOVE "Y" TO WS-TABLE-FULL
            DISPLAY "SUMMARY TABLE FULL - ACCOUNT " JL-ACCT
                " SOURCE " WS-LINE-SOURCE " NOT SUMMARIZED"
        END-IF.

        TOTAL-ARREARS-PARA.
        OPEN INPUT ARREARS-FILE.
        IF WS-ARREARS-STATUS NOT = "00"
            DISPLAY "ARREARS.DAT NOT FOUND - TREATED AS EMPTY"
        ELSE
            MOVE "N" TO WS-ARREARS-EOF
            READ ARREARS-FILE NEXT RECORD
                AT END MOVE "Y" TO WS-ARREARS-EOF
            END-READ
            PERFORM ADD-ARREARS-PARA UNTIL WS-ARREARS-EOF = "Y"
            CLOSE ARREARS-FILE
        END-IF.

        ADD-ARREARS-PARA.
        ADD ARR-BALANCE TO WS-ARREARS-TOTAL.
        READ ARREARS-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-ARREARS-EOF.

        PRINT-REPORT-PARA.
        OPEN OUTPUT REPORT-FILE.
        WRITE REPORT-REC FROM HEADING1.
        MOVE WS-CLOSE-PERIOD TO RH-PERIOD.
        MOVE WS-TODAY-DATE TO RH-RUN-DATE.
        WRITE REPORT-REC FROM REPORT-TITLE-LINE.
        WRITE REPORT-REC FROM HEADING1.
        MOVE " JOURNAL SUMMARY BY ACCOUNT AND SOURCE PROGRAM"
            TO REPORT-REC.
        WRITE REPORT-REC.
        WRITE REPORT-REC FROM SUMMARY-TITLE-LINE.
        PERFORM PRINT-SUMMARY-LINE-PARA
            VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-SM-COUNT.
        WRITE REPORT-REC FROM HEADING1.
        MOVE " TRIAL BALANCE" TO REPORT-REC.
        WRITE REPORT-REC.
        WRITE REPORT-REC FROM TB-TITLE-LINE.
        PERFORM PRINT-TB-LINE-PARA
            VARYING WS-IDX FROM 1 BY 1
            UNTIL WS-IDX > WS-TB-COUNT.
        WRITE REPORT-REC FROM HEADING1.
        MOVE "TOTAL" TO TB-ACCT.
        MOVE SPACES TO TB-KEY.
        MOVE WS-TOT-DR TO TB-DR.
        MOVE WS-TOT-CR TO TB-CR.
        COMPUTE WS-TB-BALANCE = WS-TOT-DR - WS-TOT-CR.
        PERFORM TB-BALANCE-SIDE-PARA.
        WRITE REPORT-REC FROM TB-DETAIL-LINE.
        IF WS-DIFFERENCE = 0
            MOVE " DEBITS EQUAL CREDITS - JOURNAL IN BALANCE"
                TO REPORT-REC
            WRITE REPORT-REC
        ELSE
            MOVE " *** JOURNAL OUT OF BALANCE BY (DR - CR)"
                TO CL-LABEL
            MOVE WS-DIFFERENCE TO CL-AMOUNT
            WRITE REPORT-REC FROM CONTROL-LINE
        END-IF.
        WRITE REPORT-REC FROM HEADING1.
        MOVE " RECEIVABLES CONTROL (DEBTORS + ARREARS ACCOUNTS)"
            TO REPORT-REC.
        WRITE REPORT-REC.
        MOVE "OPENING CONTROL BALANCE" TO CL-LABEL.
        MOVE WS-OPENING-CTL TO CL-AMOUNT.
        WRITE REPORT-REC FROM CONTROL-LINE.
        MOVE "NET MOVEMENT IN PERIOD" TO CL-LABEL.
        MOVE WS-CTL-MOVEMENT TO CL-AMOUNT.
        WRITE REPORT-REC FROM CONTROL-LINE.
        MOVE "CLOSING CONTROL BALANCE" TO CL-LABEL.
        MOVE WS-CLOSING-CTL TO CL-AMOUNT.
        WRITE REPORT-REC FROM CONTROL-LINE.
        MOVE "ARREARS.DAT ARR-BALANCE TOTAL" TO CL-LABEL.
        MOVE WS-ARREARS-TOTAL TO CL-AMOUNT.
        WRITE REPORT-REC FROM CONTROL-LINE.
        MOVE "DIFFERENCE (CONTROL - ARREARS.DAT)" TO CL-LABEL.
        MOVE WS-CTL-DIFF TO CL-AMOUNT.
        WRITE REPORT-REC FROM CONTROL-LINE.
        WRITE REPORT-REC FROM HEADING1.
        MOVE "DETAIL LINES IN PERIOD" TO CT-LABEL.
        MOVE WS-LINE-COUNT TO CT-COUNT.
        WRITE REPORT-REC FROM COUNT-LINE.
        MOVE "MEMO LINES (NOT BOOKED)" TO CT-LABEL.
        MOVE WS-MEMO-COUNT TO CT-COUNT.
        WRITE REPORT-REC FROM COUNT-LINE.
        MOVE "LINES FOR LATER PERIODS (LEFT OPEN)" TO CT-LABEL.
        MOVE WS-LATER-COUNT TO CT-COUNT.
        WRITE REPORT-REC FROM COUNT-LINE.
        WRITE REPORT-REC FROM HEADING1.
        CLOSE REPORT-FILE.

        PRINT-SUMMARY-LINE-PARA.
        MOVE WS-SM-ACCT(WS-IDX) TO SD-ACCT.
        MOVE WS-SM-SOURCE(WS-IDX) TO SD-SOURCE.
        MOVE WS-SM-DR(WS-IDX) TO SD-DR.
        MOVE WS-SM-CR(WS-IDX) TO SD-CR.
        WRITE REPORT-REC FROM SUMMARY-DETAIL-LINE.

        PRINT-TB-LINE-PARA.
        MOVE WS-TB-ACCT(WS-IDX) TO TB-ACCT.
        MOVE SPACES TO TB-KEY.
        PERFORM VARYING WS-SIDX FROM 1 BY 1
                UNTIL WS-SIDX > WS-MP-COUNT OR TB-KEY NOT = SPACES
            IF WS-MP-ACCT(WS-SIDX) = WS-TB-ACCT(WS-IDX)
                MOVE WS-MP-KEY(WS-SIDX) TO TB-KEY
            END-IF
        END-PERFORM.
        MOVE WS-TB-DR(WS-IDX) TO TB-DR.
        MOVE WS-TB-CR(WS-IDX) TO TB-CR.
        COMPUTE WS-TB-BALANCE = WS-TB-DR(WS-IDX) - WS-TB-CR(WS-IDX).
        PERFORM TB-BALANCE-SIDE-PARA.
        WRITE REPORT-REC FROM TB-DETAIL-LINE.

        TB-BALANCE-SIDE-PARA.
        IF WS-TB-BALANCE < 0
            COMPUTE TB-BALANCE = 0 - WS-TB-BALANCE
            MOVE "CR" TO TB-BAL-SIDE
        ELSE
            MOVE WS-TB-BALANCE TO TB-BALANCE
            IF WS-TB-BALANCE = 0
                MOVE SPACES TO TB-BAL-SIDE
            ELSE
                MOVE "DR" TO TB-BAL-SIDE
            END-IF
        END-IF.

      * The closed month's lines go to the history file and the rest
      * are copied back as the new GLJRNL.TXT through a work file. A
      * run's header line follows its detail lines to whichever file
      * they land in. Only then is the month recorded as closed.
        CLOSE-PERIOD-PARA.
        OPEN INPUT JOURNAL-FILE.
        OPEN OUTPUT WORK-FILE.
        OPEN EXTEND HISTORY-FILE.
        IF WS-HISTORY-STATUS = "35"
            OPEN OUTPUT HISTORY-FILE
            CLOSE HISTORY-FILE
            OPEN EXTEND HISTORY-FILE
        END-IF.
        MOVE "N" TO WS-JOURNAL-EOF.
        MOVE SPACES TO WS-HELD-HEADER.
        READ JOURNAL-FILE AT END MOVE "Y" TO WS-JOURNAL-EOF.
        PERFORM SPLIT-LINE-PARA UNTIL WS-JOURNAL-EOF = "Y".
        CLOSE JOURNAL-FILE, WORK-FILE, HISTORY-FILE.
        OPEN INPUT WORK-FILE.
        OPEN OUTPUT JOURNAL-FILE.
        MOVE "N" TO WS-JOURNAL-EOF.
        READ WORK-FILE AT END MOVE "Y" TO WS-JOURNAL-EOF.
        PERFORM COPY-BACK-PARA UNTIL WS-JOURNAL-EOF = "Y".
        CLOSE WORK-FILE, JOURNAL-FILE.
        PERFORM WRITE-GLPERIOD-PARA.
        DISPLAY "PERIOD " WS-CLOSE-PERIOD " CLOSED.".
        DISPLAY "LINES MOVED TO GLHIST.TXT : " WS-MOVED-COUNT.
        DISPLAY "LINES LEFT IN GLJRNL.TXT  : " WS-KEPT-COUNT.

        SPLIT-LINE-PARA.
        IF JL-DRCR = "DR" OR JL-DRCR = "CR" OR JL-DRCR = "MM"
            PERFORM LINE-PERIOD-PARA
            IF WS-IN-PERIOD = "Y"
                IF WS-HEAD-TO-HIST = "Y"
                    WRITE HISTORY-REC FROM WS-HELD-HEADER
                    MOVE "N" TO WS-HEAD-TO-HIST
                END-IF
                WRITE HISTORY-REC FROM JOURNAL-REC
                ADD 1 TO WS-MOVED-COUNT
            ELSE
                IF WS-HEAD-TO-WORK = "Y"
                    WRITE WORK-REC FROM WS-HELD-HEADER
                    MOVE "N" TO WS-HEAD-TO-WORK
                END-IF
                WRITE WORK-REC FROM JOURNAL-REC
                ADD 1 TO WS-KEPT-COUNT
            END-IF
        ELSE
            MOVE JOURNAL-REC TO WS-HELD-HEADER
            MOVE "Y" TO WS-HEAD-TO-HIST
            MOVE "Y" TO WS-HEAD-TO-WORK
        END-IF.
        READ JOURNAL-FILE AT END MOVE "Y" TO WS-JOURNAL-EOF.

        COPY-BACK-PARA.
        WRITE JOURNAL-REC FROM WORK-REC.
        READ WORK-FILE AT END MOVE "Y" TO WS-JOURNAL-EOF.

        WRITE-GLPERIOD-PARA.
        OPEN EXTEND GLPERIOD-FILE.
        IF WS-GLPERIOD-STATUS = "35"
            OPEN OUTPUT GLPERIOD-FILE
            CLOSE GLPERIOD-FILE
            OPEN EXTEND GLPERIOD-FILE
        END-IF.
        MOVE WS-CLOSE-PERIOD TO GP-PERIOD.
        MOVE WS-TODAY-DATE TO GP-CLOSED-DATE.
        MOVE WS-OPERATOR-ID TO GP-CLOSED-BY.
        MOVE WS-TOT-DR TO GP-DR-TOTAL.
        MOVE WS-TOT-CR TO GP-CR-TOTAL.
        MOVE WS-CLOSING-CTL TO GP-CONTROL-BAL.
        MOVE WS-ARREARS-TOTAL TO GP-ARREARS-TOTAL.
        WRITE GLPERIOD-REC.
        CLOSE GLPERIOD-FILE.

        COPY RUNLOGP.

        COPY OPERSIGN.
