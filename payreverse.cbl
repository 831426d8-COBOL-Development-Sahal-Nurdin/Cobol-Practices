      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment reversal - the proper way back when a
      *          receipt Q15P posted turns out not to be money the
      *          customer paid: a cheque the bank returned unpaid, or
      *          a counter receipt keyed to the wrong customer. The
      *          receipt is picked from CASHBOOK.DAT by customer and
      *          receipt date, and the RECVLDGR.DAT entries it made
      *          are walked back: each bill it settled is re-opened
      *          in PAYSTAT.DAT for the amount it took, ARR-BALANCE in
      *          ARREARS.DAT is restored, and a reversing "P"/"D"
      *          ledger entry is written allocated to the same bill.
      *          Credit on account the receipt left in SUSPENSE.DAT is
      *          withdrawn; whatever of that credit has since been
      *          used is raised as a new open item dated today. A
      *          returned cheque credits the bank account and can
      *          carry the dishonour fee from REVPARM.DAT; once the
      *          customer has bounced the limit number of cheques
      *          CHQSTAT.DAT flags them cash-only and Q15P refuses
      *          their cheques. Money keyed to the wrong customer is
      *          moved to unidentified suspense for Q15SA to allocate
      *          to the right one. Each reversal prints a voucher to
      *          REVVOUCH.TXT and appends its balanced journal lines
      *          to GLJRNL.TXT. Supervisor sign-on required.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15RV.
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
          SELECT CASHBOOK-FILE ASSIGN TO "CASHBOOK.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CASHBOOK-STATUS.
          SELECT LEDGER-FILE ASSIGN TO "RECVLDGR.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.
          SELECT PAYSTAT-FILE ASSIGN TO "PAYSTAT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PS-KEY
            FILE STATUS IS WS-PAYSTAT-STATUS.
          SELECT ARREARS-FILE ASSIGN TO "ARREARS.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-ARR-REL-KEY
            FILE STATUS IS WS-ARREARS-STATUS.
          SELECT PAYPLAN-FILE ASSIGN TO "PAYPLAN.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PLAN-REL-KEY
            FILE STATUS IS WS-PAYPLAN-STATUS.
          SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SU-KEY
            FILE STATUS IS WS-SUSPENSE-STATUS.
          SELECT CHQSTAT-FILE ASSIGN TO "CHQSTAT.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-CHQ-REL-KEY
            FILE STATUS IS WS-CHQSTAT-STATUS.
          SELECT REV-PARAMETER-FILE ASSIGN TO "REVPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-REV-PARM-STATUS.
          SELECT VOUCHER-FILE ASSIGN TO "REVVOUCH.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
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
        FD    CASHBOOK-FILE.
        COPY CASHBOOK.
        FD    LEDGER-FILE.
        COPY RECVLDGR.
        FD    PAYSTAT-FILE.
        COPY PAYSTAT.
        FD    ARREARS-FILE.
        01    ARREARS-REC.
                02  ARR-CUST-ID PIC 999999.
                02  ARR-BALANCE PIC 9(6)V99.
        FD    PAYPLAN-FILE.
        COPY PAYPLAN.
        FD    SUSPENSE-FILE.
        COPY SUSPENSE.
        FD    CHQSTAT-FILE.
        COPY CHQSTAT.
        FD    REV-PARAMETER-FILE.
        01    REV-PARM-REC.
                02  RPARM-DISH-FEE PIC 9(4)V99.
                02  RPARM-BOUNCE-LIMIT PIC 9(2).
        FD    VOUCHER-FILE.
        01    VOUCHER-REC PIC X(80).
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
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
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15RV".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-CASHBOOK-STATUS PIC XX VALUE SPACES.
        77    WS-CASHBOOK-EOF PIC X VALUE "N".
        77    WS-LEDGER-STATUS PIC XX VALUE SPACES.
        77    WS-LEDGER-EOF PIC X VALUE "N".
        77    WS-PAYSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-ARREARS-STATUS PIC XX VALUE SPACES.
        77    WS-ARR-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ON-PLAN PIC X VALUE "N".
        77    WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
        77    WS-SUSP-WRITTEN PIC X VALUE "N".
        77    WS-CHQSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-CHQ-REL-KEY PIC 9(6) VALUE 0.
        77    WS-REV-PARM-STATUS PIC XX VALUE SPACES.
        77    WS-JOURNAL-STATUS PIC XX VALUE SPACES.
        77    WS-GLPERIOD-STATUS PIC XX VALUE SPACES.
        77    WS-GLPERIOD-EOF PIC X VALUE "N".
        77    WS-GL-TODAY PIC 9(8) VALUE 0.
        77    WS-GL-PERIOD PIC 9(6) VALUE 0.
        77    WS-GL-LAST-CLOSED PIC 9(6) VALUE 0.
        77    WS-GL-YEAR PIC 9(4) VALUE 0.
        77    WS-GL-MONTH PIC 9(2) VALUE 0.
        77    WS-ACCTMAP-STATUS PIC XX VALUE SPACES.
        77    WS-ACCTMAP-EOF PIC X VALUE "N".
        77    WS-CHOICE PIC 9 VALUE 0.
        77    WS-DONE PIC X VALUE "N".
        77    WS-CONFIRM PIC X VALUE SPACE.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-REQ-CUST-ID PIC 9(6) VALUE 0.
        77    WS-REQ-DATE PIC 9(8) VALUE 0.
        77    WS-REASON PIC X VALUE SPACE.
        77    WS-FEE-WANTED PIC X VALUE "N".
        77    WS-BLOCKED PIC X VALUE "N".
        77    WS-SEEK-DONE PIC X VALUE "N".
        77    WS-NOW-CASH-ONLY PIC X VALUE "N".
        77    WS-CHAN-CHEQUE PIC X(8) VALUE "CHEQUE".
        77    WS-REV-COUNT PIC 9(4) VALUE 0.
        77    WS-VOUCHER-NUM PIC 9(6) VALUE 0.
      * The picked receipt, copied out of the pick table.
        77    WS-REV-RECNO PIC 9(6) VALUE 0.
        77    WS-REV-AMOUNT PIC 9(6)V99 VALUE 0.
        77    WS-REV-CHANNEL PIC X(8) VALUE SPACES.
        77    WS-REV-BANKED PIC X VALUE "N".
      * Where the reversed money came back from: bills re-opened,
      * credit withdrawn from suspense, and new debt for whatever
      * had already been used or left no trace on the ledger.
        77    WS-REOPEN-AMT PIC 9(6)V99 VALUE 0.
        77    WS-CREDIT-DRAWN PIC 9(6)V99 VALUE 0.
        77    WS-NEW-DEBT PIC 9(6)V99 VALUE 0.
        77    WS-FEE-AMT PIC 9(4)V99 VALUE 0.
        77    WS-DRAW-LEFT PIC 9(6)V99 VALUE 0.
        77    WS-TAKE-AMT PIC 9(6)V99 VALUE 0.
        77    WS-ENTRY-AMT PIC 9(6)V99 VALUE 0.
        77    WS-ARR-AMT PIC 9(6)V99 VALUE 0.
        77    WS-RAISE-AMT PIC 9(6)V99 VALUE 0.
        77    WS-DEBTORS-AMT PIC 9(6)V99 VALUE 0.
        77    WS-SLICE-SKIP PIC 9(8)V99 VALUE 0.
        77    WS-SLICE-LEFT PIC 9(8)V99 VALUE 0.
        77    WS-EARLIER-AMT PIC 9(8)V99 VALUE 0.
        77    WS-CB-RECNO PIC 9(6) VALUE 0.
        77    WS-PICK-COUNT PIC 9(2) VALUE 0.
        77    WS-MAX-PICKS PIC 9(2) VALUE 10.
        77    WS-PICK-NO PIC 9(2) VALUE 0.
        77    WS-PIDX PIC 9(2) VALUE 0.
        77    WS-APPL-COUNT PIC 9(2) VALUE 0.
        77    WS-MAX-APPLS PIC 9(2) VALUE 50.
        77    WS-AIDX PIC 9(2) VALUE 0.
      * Dishonour fee and the number of returned cheques that makes
      * a customer cash-only. From REVPARM.DAT when present so
      * collections policy changes without a recompile (same pattern
      * as DISCPARM).
        77    WS-DISH-FEE PIC 9(4)V99 VALUE 25.00.
        77    WS-BOUNCE-LIMIT PIC 9(2) VALUE 2.
        77    WS-ACCT-DEBTORS PIC X(8) VALUE "14000100".
        77    WS-ACCT-UNAPPLD PIC X(8) VALUE "22000200".
        77    WS-ACCT-CASH PIC X(8) VALUE "11000100".
        77    WS-ACCT-DISHFEE PIC X(8) VALUE "40000400".
        77    WS-ACCT-BANK PIC X(8) VALUE SPACES.
        77    HEADING1 PIC X(80) VALUE ALL "-".
      * Unreversed cashbook receipts for the customer and date
      * entered. WS-PK-EARLIER is the money of the same customer's
      * earlier receipts that date, which Q15P posted to the ledger
      * ahead of this one.
        01    WS-PICK-TABLE.
                02  WS-PICK-ENTRY OCCURS 10 TIMES.
                    03  WS-PK-RECNO PIC 9(6).
                    03  WS-PK-POST-DATE PIC 9(8).
                    03  WS-PK-OPERATOR PIC X(8).
                    03  WS-PK-AMOUNT PIC 9(6)V99.
                    03  WS-PK-CHANNEL PIC X(8).
                    03  WS-PK-BANKED PIC X.
                    03  WS-PK-EARLIER PIC 9(8)V99.
      * The ledger entries the picked receipt made: P = applied to
      * the bill of WS-AP-ALLOC-DATE, U = parked as credit.
        01    WS-APPL-TABLE.
                02  WS-APPL-ENTRY OCCURS 50 TIMES.
                    03  WS-AP-TYPE PIC X.
                    03  WS-AP-ALLOC-DATE PIC 9(8).
                    03  WS-AP-AMOUNT PIC 9(6)V99.
        01    PICK-DETAIL-LINE.
                02  PD-NUM PIC Z9.
                02  F PIC X(2) VALUE SPACES.
                02  PD-AMOUNT PIC Z(5)9.99.
                02  F PIC X(2) VALUE SPACES.
                02  PD-CHANNEL PIC X(8).
                02  F PIC X(9) VALUE "  POSTED ".
                02  PD-POST-DATE PIC 9(8).
                02  F PIC X(4) VALUE " BY ".
                02  PD-OPERATOR PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  PD-BANKED PIC X(10).
        01    VOUCHER-TITLE-LINE.
                02  F PIC X(20) VALUE " REVERSAL VOUCHER NO".
                02  VT-NUM PIC 9(6).
                02  F PIC X(9) VALUE "  DATED ".
                02  VT-DATE PIC 9(8).
        01    VOUCHER-CUST-LINE.
                02  F PIC X(12) VALUE " CUSTOMER  ".
                02  VC-CUST-ID PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  VC-CUST-NAME PIC A(20).
        01    VOUCHER-RCPT-LINE.
                02  F PIC X(12) VALUE " RECEIPT   ".
                02  VR-DATE PIC 9(8).
                02  F PIC X(2) VALUE SPACES.
                02  VR-CHANNEL PIC X(8).
                02  F PIC X(9) VALUE "  AMOUNT ".
                02  VR-AMOUNT PIC ZZZZZ9.99.
        01    VOUCHER-REASON-LINE.
                02  F PIC X(12) VALUE " REASON    ".
                02  VN-REASON PIC X(30).
        01    VOUCHER-AMT-LINE.
                02  F PIC X(1) VALUE SPACES.
                02  VA-LABEL PIC X(24).
                02  VA-DATE PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  VA-AMOUNT PIC ZZZZZ9.99.
        01    JOURNAL-HEADER-LINE.
                02  F PIC X(31) VALUE "PAYMENT REVERSAL JOURNAL DATED ".
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
                02  JD-SOURCE PIC X(8) VALUE "Q15RV".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 2 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        PERFORM LOAD-REV-PARM-PARA.
        OPEN INPUT CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
            STOP RUN
        END-IF.
        OPEN I-O PAYSTAT-FILE.
        IF WS-PAYSTAT-STATUS NOT = "00"
            DISPLAY "PAYSTAT.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-PAYSTAT-STATUS
            STOP RUN
        END-IF.
        PERFORM OPEN-ARREARS-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-SUSPENSE-PARA.
        PERFORM OPEN-CHQSTAT-PARA.
        PERFORM OPEN-JOURNAL-PARA.
        OPEN OUTPUT VOUCHER-FILE.
        PERFORM MENU-PARA UNTIL WS-DONE = "Y".
        CLOSE CUSTOMER-REC-FILE, PAYSTAT-FILE, ARREARS-FILE
            , PAYPLAN-FILE, SUSPENSE-FILE, CHQSTAT-FILE
            , JOURNAL-FILE, VOUCHER-FILE.
        MOVE WS-REV-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "RECEIPTS REVERSED: " WS-REV-COUNT.
        DISPLAY "VOUCHERS WRITTEN TO REVVOUCH.TXT.".
        STOP RUN.

        LOAD-REV-PARM-PARA.
        OPEN INPUT REV-PARAMETER-FILE.
        IF WS-REV-PARM-STATUS = "00"
            READ REV-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE RPARM-DISH-FEE TO WS-DISH-FEE
                    MOVE RPARM-BOUNCE-LIMIT TO WS-BOUNCE-LIMIT
                    DISPLAY "FEE/LIMIT TAKEN FROM PARAMETER FILE"
            END-READ
            CLOSE REV-PARAMETER-FILE
        END-IF.

        OPEN-ARREARS-PARA.
        OPEN I-O ARREARS-FILE.
        IF WS-ARREARS-STATUS NOT = "00"
            OPEN OUTPUT ARREARS-FILE
            CLOSE ARREARS-FILE
            OPEN I-O ARREARS-FILE
        END-IF.

        OPEN-PAYPLAN-PARA.
        OPEN INPUT PAYPLAN-FILE.
        IF WS-PAYPLAN-STATUS NOT = "00"
            OPEN OUTPUT PAYPLAN-FILE
            CLOSE PAYPLAN-FILE
            OPEN INPUT PAYPLAN-FILE
        END-IF.

        OPEN-SUSPENSE-PARA.
        OPEN I-O SUSPENSE-FILE.
        IF WS-SUSPENSE-STATUS NOT = "00"
            OPEN OUTPUT SUSPENSE-FILE
            CLOSE SUSPENSE-FILE
            OPEN I-O SUSPENSE-FILE
        END-IF.

        OPEN-CHQSTAT-PARA.
        OPEN I-O CHQSTAT-FILE.
        IF WS-CHQSTAT-STATUS NOT = "00"
            OPEN OUTPUT CHQSTAT-FILE
            CLOSE CHQSTAT-FILE
            OPEN I-O CHQSTAT-FILE
        END-IF.

      * The journal is appended, not rewritten - Q15GC's period close
      * takes the closed months out of the file, reversal lines go on
      * the end of whatever month is open.
        OPEN-JOURNAL-PARA.
        OPEN EXTEND JOURNAL-FILE.
        IF WS-JOURNAL-STATUS = "35"
            OPEN OUTPUT JOURNAL-FILE
            CLOSE JOURNAL-FILE
            OPEN EXTEND JOURNAL-FILE
        END-IF.

        OPEN-LEDGER-PARA.
        OPEN EXTEND LEDGER-FILE.
        IF WS-LEDGER-STATUS = "35"
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
            OPEN EXTEND LEDGER-FILE
        END-IF.

        MENU-PARA.
        DISPLAY "----PAYMENT REVERSAL----".
        DISPLAY "1. REVERSE A POSTED RECEIPT".
        DISPLAY "2. LIFT A CASH-ONLY FLAG".
        DISPLAY "3. EXIT".
        DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
        MOVE 0 TO WS-CHOICE.
        ACCEPT WS-CHOICE.
        EVALUATE WS-CHOICE
            WHEN 1 PERFORM REVERSE-RECEIPT-PARA
            WHEN 2 PERFORM LIFT-CASH-ONLY-PARA
            WHEN 3 MOVE "Y" TO WS-DONE
            WHEN OTHER DISPLAY "INVALID CHOICE"
        END-EVALUATE.

        REVERSE-RECEIPT-PARA.
        DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-CUST-ID.
        ACCEPT WS-REQ-CUST-ID.
        MOVE WS-REQ-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                DISPLAY "NO CUSTOMER RECORD FOUND FOR ID "
                    WS-REQ-CUST-ID
            NOT INVALID KEY
                PERFORM SELECT-RECEIPT-PARA
        END-READ.

      * The receipts are listed from the cashbook rather than the
      * ledger - it holds one record per receipt as it was taken,
      * with the channel and whether it has been banked, and it
      * carries the reversal marker that stops the same receipt
      * being reversed twice.
        SELECT-RECEIPT-PARA.
        DISPLAY "ENTER RECEIPT DATE (YYYYMMDD): " WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-DATE.
        ACCEPT WS-REQ-DATE.
        PERFORM LIST-RECEIPTS-PARA.
        IF WS-PICK-COUNT = 0
            DISPLAY "NO UNREVERSED RECEIPT FOR " WS-REQ-CUST-ID
                " DATED " WS-REQ-DATE " IN CASHBOOK.DAT"
        ELSE
            PERFORM SHOW-PICK-PARA
                VARYING WS-PIDX FROM 1 BY 1
                UNTIL WS-PIDX > WS-PICK-COUNT
            DISPLAY "ENTER RECEIPT NUMBER (0 TO ABANDON): "
                WITH NO ADVANCING
            MOVE 0 TO WS-PICK-NO
            ACCEPT WS-PICK-NO
            IF WS-PICK-NO = 0 OR WS-PICK-NO > WS-PICK-COUNT
                DISPLAY "NO RECEIPT PICKED - NOTHING REVERSED"
            ELSE
                PERFORM ACCEPT-REASON-PARA
            END-IF
        END-IF.

        LIST-RECEIPTS-PARA.
        MOVE 0 TO WS-PICK-COUNT.
        MOVE 0 TO WS-CB-RECNO.
        MOVE 0 TO WS-EARLIER-AMT.
        OPEN INPUT CASHBOOK-FILE.
        IF WS-CASHBOOK-STATUS = "00"
            MOVE "N" TO WS-CASHBOOK-EOF
            PERFORM SCAN-CASHBOOK-PARA UNTIL WS-CASHBOOK-EOF = "Y"
            CLOSE CASHBOOK-FILE
        END-IF.

      * Every receipt of the customer's that date counts towards the
      * earlier money, reversed or not, because its ledger entries
      * are still there in the order Q15P wrote them.
        SCAN-CASHBOOK-PARA.
        READ CASHBOOK-FILE
            AT END
                MOVE "Y" TO WS-CASHBOOK-EOF
            NOT AT END
                ADD 1 TO WS-CB-RECNO
                IF CB-CUST-ID = WS-REQ-CUST-ID
                        AND CB-RECEIPT-DATE = WS-REQ-DATE
                    IF CB-REVERSED-FLAG = "N"
                            AND WS-PICK-COUNT < WS-MAX-PICKS
                        ADD 1 TO WS-PICK-COUNT
                        MOVE WS-CB-RECNO TO WS-PK-RECNO(WS-PICK-COUNT)
                        MOVE CB-POST-DATE
                            TO WS-PK-POST-DATE(WS-PICK-COUNT)
                        MOVE CB-OPERATOR
                            TO WS-PK-OPERATOR(WS-PICK-COUNT)
                        MOVE CB-AMOUNT TO WS-PK-AMOUNT(WS-PICK-COUNT)
                        MOVE CB-CHANNEL TO WS-PK-CHANNEL(WS-PICK-COUNT)
                        MOVE CB-BANKED-FLAG
                            TO WS-PK-BANKED(WS-PICK-COUNT)
                        MOVE WS-EARLIER-AMT
                            TO WS-PK-EARLIER(WS-PICK-COUNT)
                    END-IF
                    ADD CB-AMOUNT TO WS-EARLIER-AMT
                END-IF
        END-READ.

        SHOW-PICK-PARA.
        MOVE WS-PIDX TO PD-NUM.
        MOVE WS-PK-AMOUNT(WS-PIDX) TO PD-AMOUNT.
        MOVE WS-PK-CHANNEL(WS-PIDX) TO PD-CHANNEL.
        MOVE WS-PK-POST-DATE(WS-PIDX) TO PD-POST-DATE.
        MOVE WS-PK-OPERATOR(WS-PIDX) TO PD-OPERATOR.
        IF WS-PK-BANKED(WS-PIDX) = "Y"
            MOVE "BANKED" TO PD-BANKED
        ELSE
            MOVE "IN DRAWER" TO PD-BANKED
        END-IF.
        DISPLAY PICK-DETAIL-LINE.

      * A cheque can only come back unpaid once it has gone to the
      * bank on a Q15CU deposit slip; money still in the drawer that
      * was keyed to the wrong customer is a mistaken receipt.
        ACCEPT-REASON-PARA.
        MOVE WS-PK-RECNO(WS-PICK-NO) TO WS-REV-RECNO.
        MOVE WS-PK-AMOUNT(WS-PICK-NO) TO WS-REV-AMOUNT.
        MOVE WS-PK-CHANNEL(WS-PICK-NO) TO WS-REV-CHANNEL.
        MOVE WS-PK-BANKED(WS-PICK-NO) TO WS-REV-BANKED.
        DISPLAY "REASON - B = CHEQUE RETURNED UNPAID,".
        DISPLAY "         M = KEYED TO THE WRONG CUSTOMER: "
            WITH NO ADVANCING.
        MOVE SPACE TO WS-REASON.
        ACCEPT WS-REASON.
        IF WS-REASON NOT = "B" AND WS-REASON NOT = "M"
            DISPLAY "REASON MUST BE B OR M - NOTHING REVERSED"
        ELSE
            IF WS-REASON = "B" AND WS-REV-CHANNEL NOT = WS-CHAN-CHEQUE
                DISPLAY "ONLY A CHEQUE CAN BE RETURNED UNPAID - THIS"
                    " RECEIPT CAME IN BY " WS-REV-CHANNEL
            ELSE
                IF WS-REASON = "B" AND WS-REV-BANKED NOT = "Y"
                    DISPLAY "CHEQUE IS NOT BANKED YET - BALANCE THE"
                        " DAY IN Q15CU BEFORE REVERSING IT"
                ELSE
                    PERFORM CHECK-REVERSAL-PARA
                END-IF
            END-IF
        END-IF.

        CHECK-REVERSAL-PARA.
        PERFORM LOAD-SLICE-PARA.
        MOVE "N" TO WS-BLOCKED.
        PERFORM CHECK-ITEM-PARA
            VARYING WS-AIDX FROM 1 BY 1
            UNTIL WS-AIDX > WS-APPL-COUNT.
        IF WS-BLOCKED = "Y"
            DISPLAY "REVERSAL ABANDONED - CORRECT THE ITEM ABOVE"
                " FIRST"
        ELSE
            MOVE 0 TO WS-FEE-AMT
            MOVE "N" TO WS-FEE-WANTED
            IF WS-REASON = "B" AND WS-DISH-FEE > 0
                DISPLAY "ADD DISHONOUR FEE OF " WS-DISH-FEE " (Y/N): "
                    WITH NO ADVANCING
                ACCEPT WS-FEE-WANTED
                IF WS-FEE-WANTED = "Y"
                    MOVE WS-DISH-FEE TO WS-FEE-AMT
                END-IF
            END-IF
            DISPLAY "REVERSE RECEIPT OF " WS-REV-AMOUNT " FOR "
                WS-REQ-CUST-ID " (Y/N): " WITH NO ADVANCING
            MOVE SPACE TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM = "Y"
                PERFORM APPLY-REVERSAL-PARA
            ELSE
                DISPLAY "NOTHING REVERSED"
            END-IF
        END-IF.

      * Q15P writes a receipt's ledger entries in one run, in the
      * same order as its cashbook records, with the receipt date as
      * the entry date: applied amounts ("P"/"C") oldest bill first,
      * then any parked credit ("U"/"C"). Skipping the money of the
      * customer's earlier receipts that date leaves exactly the
      * entries this receipt made.
        LOAD-SLICE-PARA.
        MOVE 0 TO WS-APPL-COUNT.
        MOVE WS-PK-EARLIER(WS-PICK-NO) TO WS-SLICE-SKIP.
        MOVE WS-REV-AMOUNT TO WS-SLICE-LEFT.
        OPEN INPUT LEDGER-FILE.
        IF WS-LEDGER-STATUS = "00"
            MOVE "N" TO WS-LEDGER-EOF
            PERFORM SLICE-SCAN-PARA
                UNTIL WS-LEDGER-EOF = "Y" OR WS-SLICE-LEFT = 0
            CLOSE LEDGER-FILE
        END-IF.

        SLICE-SCAN-PARA.
        READ LEDGER-FILE
            AT END
                MOVE "Y" TO WS-LEDGER-EOF
            NOT AT END
                IF LG-CUST-ID = WS-REQ-CUST-ID
                        AND LG-ENTRY-DATE = WS-REQ-DATE
                        AND LG-DRCR = "C"
                        AND (LG-TYPE = "P" OR LG-TYPE = "U")
                    PERFORM SLICE-ENTRY-PARA
                END-IF
        END-READ.

        SLICE-ENTRY-PARA.
        MOVE LG-AMOUNT TO WS-ENTRY-AMT.
        IF WS-SLICE-SKIP > 0
            IF WS-SLICE-SKIP NOT < WS-ENTRY-AMT
                SUBTRACT WS-ENTRY-AMT FROM WS-SLICE-SKIP
                MOVE 0 TO WS-ENTRY-AMT
            ELSE
                SUBTRACT WS-SLICE-SKIP FROM WS-ENTRY-AMT
                MOVE 0 TO WS-SLICE-SKIP
            END-IF
        END-IF.
        IF WS-ENTRY-AMT > 0 AND WS-APPL-COUNT < WS-MAX-APPLS
            IF WS-ENTRY-AMT > WS-SLICE-LEFT
                MOVE WS-SLICE-LEFT TO WS-ENTRY-AMT
            END-IF
            ADD 1 TO WS-APPL-COUNT
            MOVE LG-TYPE TO WS-AP-TYPE(WS-APPL-COUNT)
            MOVE LG-ALLOC-DATE TO WS-AP-ALLOC-DATE(WS-APPL-COUNT)
            MOVE WS-ENTRY-AMT TO WS-AP-AMOUNT(WS-APPL-COUNT)
            SUBTRACT WS-ENTRY-AMT FROM WS-SLICE-LEFT
        END-IF.

      * A bill since written off, superseded by a payment plan or
      * sitting with the bank in a direct-debit file is no longer the
      * counter's to re-open - it has to be put right in its own
      * program first.
        CHECK-ITEM-PARA.
        IF WS-AP-TYPE(WS-AIDX) = "P"
            MOVE WS-REQ-CUST-ID TO PS-CUST-ID
            MOVE WS-AP-ALLOC-DATE(WS-AIDX) TO PS-ISSUE-DATE
            READ PAYSTAT-FILE
                INVALID KEY
                    MOVE "Y" TO WS-BLOCKED
                    DISPLAY "BILL OF " PS-ISSUE-DATE
                        " IS NO LONGER ON PAYSTAT.DAT"
                NOT INVALID KEY
                    IF PS-PAID-FLAG NOT = "Y" AND PS-PAID-FLAG NOT = "N"
                        MOVE "Y" TO WS-BLOCKED
                        DISPLAY "BILL OF " PS-ISSUE-DATE
                            " CANNOT BE RE-OPENED - PAID FLAG "
                            PS-PAID-FLAG
                    END-IF
            END-READ
        END-IF.

        APPLY-REVERSAL-PARA.
        ADD 1 TO WS-REV-COUNT.
        MOVE 0 TO WS-REOPEN-AMT.
        MOVE 0 TO WS-CREDIT-DRAWN.
        MOVE WS-SLICE-LEFT TO WS-NEW-DEBT.
        MOVE "N" TO WS-NOW-CASH-ONLY.
        PERFORM PLAN-LOOKUP-PARA.
        PERFORM OPEN-LEDGER-PARA.
        PERFORM REVERSE-ENTRY-PARA
            VARYING WS-AIDX FROM 1 BY 1
            UNTIL WS-AIDX > WS-APPL-COUNT.
        IF WS-NEW-DEBT > 0
            MOVE WS-NEW-DEBT TO WS-RAISE-AMT
            PERFORM RAISE-TODAY-ITEM-PARA
            MOVE "P" TO LG-TYPE
            PERFORM WRITE-LEDGER-DEBIT-PARA
        END-IF.
        IF WS-FEE-AMT > 0
            MOVE WS-FEE-AMT TO WS-RAISE-AMT
            PERFORM RAISE-TODAY-ITEM-PARA
            MOVE "A" TO LG-TYPE
            PERFORM WRITE-LEDGER-DEBIT-PARA
        END-IF.
        CLOSE LEDGER-FILE.
        IF WS-REASON = "M"
            PERFORM PARK-UNIDENTIFIED-PARA
        ELSE
            PERFORM COUNT-BOUNCE-PARA
        END-IF.
        PERFORM MARK-CASHBOOK-PARA.
        PERFORM WRITE-VOUCHER-PARA.
        PERFORM LOAD-ACCTMAP-PARA.
        PERFORM WRITE-JOURNAL-PARA.
        DISPLAY "RECEIPT REVERSED FOR CUSTOMER " WS-REQ-CUST-ID.
        IF WS-REASON = "M"
            DISPLAY "MONEY HELD IN SUSPENSE.DAT - RUN Q15SA TO"
                " ALLOCATE IT TO THE RIGHT CUSTOMER"
        END-IF.
        IF WS-NOW-CASH-ONLY = "Y"
            DISPLAY "CUSTOMER " WS-REQ-CUST-ID " HAS NOW BOUNCED "
                CQ-BOUNCE-COUNT " CHEQUES - FLAGGED CASH-ONLY"
        END-IF.

        PLAN-LOOKUP-PARA.
        MOVE "N" TO WS-ON-PLAN.
        MOVE WS-REQ-CUST-ID TO WS-PLAN-REL-KEY.
        READ PAYPLAN-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PP-STATUS = "A"
                    MOVE "Y" TO WS-ON-PLAN
                END-IF
        END-READ.

        REVERSE-ENTRY-PARA.
        IF WS-AP-TYPE(WS-AIDX) = "P"
            PERFORM REOPEN-ITEM-PARA
        ELSE
            PERFORM DRAW-CREDIT-PARA
        END-IF.

      * The mirror of Q15P's APPLY-RECEIPT-PARA. A bill the receipt
      * settled in full was left holding the amount it settled, so
      * it re-opens for exactly that; a bill it part-paid has the
      * part added back. Either way it is the same bill that owes
      * the money again, and ages from its own issue date.
        REOPEN-ITEM-PARA.
        MOVE WS-REQ-CUST-ID TO PS-CUST-ID.
        MOVE WS-AP-ALLOC-DATE(WS-AIDX) TO PS-ISSUE-DATE.
        READ PAYSTAT-FILE
            INVALID KEY
                ADD WS-AP-AMOUNT(WS-AIDX) TO WS-NEW-DEBT
            NOT INVALID KEY
                IF PS-PAID-FLAG = "Y"
                    MOVE "N" TO PS-PAID-FLAG
                    MOVE WS-AP-AMOUNT(WS-AIDX) TO PS-AMOUNT
                ELSE
                    ADD WS-AP-AMOUNT(WS-AIDX) TO PS-AMOUNT
                        ON SIZE ERROR CONTINUE
                    END-ADD
                END-IF
                REWRITE PAYSTAT-REC
                ADD WS-AP-AMOUNT(WS-AIDX) TO WS-REOPEN-AMT
                MOVE WS-AP-AMOUNT(WS-AIDX) TO WS-ARR-AMT
                PERFORM RESTORE-ARREARS-PARA
                MOVE WS-AP-AMOUNT(WS-AIDX) TO LG-AMOUNT
                MOVE PS-ISSUE-DATE TO LG-ALLOC-DATE
                MOVE "P" TO LG-TYPE
                MOVE "D" TO LG-DRCR
                MOVE WS-REQ-CUST-ID TO LG-CUST-ID
                MOVE WS-TODAY-DATE TO LG-ENTRY-DATE
                WRITE LEDGER-REC
        END-READ.

      * Credit the receipt parked on account is taken back from the
      * customer's parcels for that receipt date. Any of it already
      * used on a bill or drawn into a settlement is gone - that part
      * is owed again as new debt.
        DRAW-CREDIT-PARA.
        MOVE WS-AP-AMOUNT(WS-AIDX) TO WS-DRAW-LEFT.
        MOVE "N" TO WS-SEEK-DONE.
        MOVE WS-REQ-CUST-ID TO SU-CUST-ID.
        MOVE WS-REQ-DATE TO SU-RECEIPT-DATE.
        MOVE 0 TO SU-SEQ.
        START SUSPENSE-FILE KEY NOT < SU-KEY
            INVALID KEY
                MOVE "Y" TO WS-SEEK-DONE
        END-START.
        PERFORM DRAW-SCAN-PARA UNTIL WS-SEEK-DONE = "Y".
        ADD WS-DRAW-LEFT TO WS-NEW-DEBT.

        DRAW-SCAN-PARA.
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SEEK-DONE
            NOT AT END
                IF SU-CUST-ID NOT = WS-REQ-CUST-ID
                        OR SU-RECEIPT-DATE NOT = WS-REQ-DATE
                    MOVE "Y" TO WS-SEEK-DONE
                ELSE
                    IF SU-STATUS = "C" AND SU-BALANCE > 0
                        PERFORM DRAW-PARCEL-PARA
                    END-IF
                END-IF
        END-READ.

        DRAW-PARCEL-PARA.
        IF SU-BALANCE > WS-DRAW-LEFT
            MOVE WS-DRAW-LEFT TO WS-TAKE-AMT
        ELSE
            MOVE SU-BALANCE TO WS-TAKE-AMT
        END-IF.
        SUBTRACT WS-TAKE-AMT FROM SU-BALANCE.
        IF SU-BALANCE = 0
            MOVE "A" TO SU-STATUS
        END-IF.
        MOVE WS-OPERATOR-ID TO SU-OPERATOR.
        MOVE WS-TODAY-DATE TO SU-STATUS-DATE.
        REWRITE SUSPENSE-REC.
        SUBTRACT WS-TAKE-AMT FROM WS-DRAW-LEFT.
        ADD WS-TAKE-AMT TO WS-CREDIT-DRAWN.
        MOVE WS-REQ-CUST-ID TO LG-CUST-ID.
        MOVE WS-TODAY-DATE TO LG-ENTRY-DATE.
        MOVE "U" TO LG-TYPE.
        MOVE "D" TO LG-DRCR.
        MOVE WS-TAKE-AMT TO LG-AMOUNT.
        MOVE 0 TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.
        IF WS-DRAW-LEFT = 0
            MOVE "Y" TO WS-SEEK-DONE
        END-IF.

      * New debt and the dishonour fee go on an item issued today, so
      * they age and collect like any other bill - the same way a
      * Q15J debit note does when the customer has nothing open.
        RAISE-TODAY-ITEM-PARA.
        MOVE WS-REQ-CUST-ID TO PS-CUST-ID.
        MOVE WS-TODAY-DATE TO PS-ISSUE-DATE.
        READ PAYSTAT-FILE
            INVALID KEY
                MOVE WS-REQ-CUST-ID TO PS-CUST-ID
                MOVE WS-TODAY-DATE TO PS-ISSUE-DATE
                MOVE IN-CUST-NAME TO PS-CUST-NAME
                MOVE WS-RAISE-AMT TO PS-AMOUNT
                MOVE "N" TO PS-PAID-FLAG
                MOVE "N" TO PS-SURCH-FLAG
                WRITE PAYSTAT-REC
                END-WRITE
            NOT INVALID KEY
                IF PS-PAID-FLAG = "N"
                    ADD WS-RAISE-AMT TO PS-AMOUNT
                        ON SIZE ERROR CONTINUE
                    END-ADD
                ELSE
                    MOVE "N" TO PS-PAID-FLAG
                    MOVE WS-RAISE-AMT TO PS-AMOUNT
                END-IF
                REWRITE PAYSTAT-REC
        END-READ.
        MOVE WS-RAISE-AMT TO WS-ARR-AMT.
        PERFORM RESTORE-ARREARS-PARA.

        WRITE-LEDGER-DEBIT-PARA.
        MOVE WS-REQ-CUST-ID TO LG-CUST-ID.
        MOVE WS-TODAY-DATE TO LG-ENTRY-DATE.
        MOVE "D" TO LG-DRCR.
        MOVE WS-RAISE-AMT TO LG-AMOUNT.
        MOVE WS-TODAY-DATE TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.

      * A live plan customer's arrears balance is the unbilled plan
      * remainder - Q15P left it alone when the receipt came in, so
      * the reversal leaves it alone too.
        RESTORE-ARREARS-PARA.
        IF WS-ON-PLAN = "N"
            MOVE WS-REQ-CUST-ID TO WS-ARR-REL-KEY
            READ ARREARS-FILE
                INVALID KEY
                    MOVE WS-REQ-CUST-ID TO ARR-CUST-ID
                    MOVE WS-ARR-AMT TO ARR-BALANCE
                    WRITE ARREARS-REC
                    END-WRITE
                NOT INVALID KEY
                    ADD WS-ARR-AMT TO ARR-BALANCE
                        ON SIZE ERROR CONTINUE
                    END-ADD
                    REWRITE ARREARS-REC
            END-READ
        END-IF.

      * Money keyed to the wrong customer is still real money - it
      * goes to unidentified suspense quoting the account it was
      * wrongly posted to, and Q15SA allocates it to the right one.
        PARK-UNIDENTIFIED-PARA.
        MOVE 0 TO SU-CUST-ID.
        MOVE WS-REQ-DATE TO SU-RECEIPT-DATE.
        MOVE 1 TO SU-SEQ.
        MOVE WS-REQ-CUST-ID TO SU-QUOTED-ID.
        MOVE WS-REV-CHANNEL TO SU-CHANNEL.
        MOVE "R" TO SU-ORIGIN.
        MOVE WS-REV-AMOUNT TO SU-ORIG-AMOUNT.
        MOVE WS-REV-AMOUNT TO SU-BALANCE.
        MOVE "U" TO SU-STATUS.
        MOVE WS-OPERATOR-ID TO SU-OPERATOR.
        MOVE WS-TODAY-DATE TO SU-STATUS-DATE.
        MOVE "N" TO WS-SUSP-WRITTEN.
        PERFORM WRITE-SUSPENSE-PARA UNTIL WS-SUSP-WRITTEN = "Y".

        WRITE-SUSPENSE-PARA.
        WRITE SUSPENSE-REC
            INVALID KEY
                IF SU-SEQ = 999
                    DISPLAY "SUSPENSE SEQUENCE FULL FOR " SU-CUST-ID
                        " ON " SU-RECEIPT-DATE " - NOT PARKED"
                    MOVE "Y" TO WS-SUSP-WRITTEN
                ELSE
                    ADD 1 TO SU-SEQ
                END-IF
            NOT INVALID KEY
                MOVE "Y" TO WS-SUSP-WRITTEN
        END-WRITE.

      * Each returned cheque is counted against the customer; at the
      * limit they become cash-only and Q15P refuses their cheques
      * from then on.
        COUNT-BOUNCE-PARA.
        MOVE WS-REQ-CUST-ID TO WS-CHQ-REL-KEY.
        READ CHQSTAT-FILE
            INVALID KEY
                MOVE WS-REQ-CUST-ID TO CQ-CUST-ID
                MOVE 1 TO CQ-BOUNCE-COUNT
                MOVE WS-TODAY-DATE TO CQ-LAST-BOUNCE
                MOVE "N" TO CQ-CASH-ONLY
                MOVE 0 TO CQ-FLAG-DATE
                PERFORM CASH-ONLY-LIMIT-PARA
                WRITE CHQSTAT-REC
                END-WRITE
            NOT INVALID KEY
                ADD 1 TO CQ-BOUNCE-COUNT
                    ON SIZE ERROR CONTINUE
                END-ADD
                MOVE WS-TODAY-DATE TO CQ-LAST-BOUNCE
                PERFORM CASH-ONLY-LIMIT-PARA
                REWRITE CHQSTAT-REC
        END-READ.

        CASH-ONLY-LIMIT-PARA.
        IF CQ-BOUNCE-COUNT NOT < WS-BOUNCE-LIMIT
                AND CQ-CASH-ONLY NOT = "Y"
            MOVE "Y" TO CQ-CASH-ONLY
            MOVE WS-TODAY-DATE TO CQ-FLAG-DATE
            MOVE "Y" TO WS-NOW-CASH-ONLY
        END-IF.

      * Lifting the flag starts the count again, so the customer is
      * back to the full allowance of returned cheques.
        LIFT-CASH-ONLY-PARA.
        DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-CUST-ID.
        ACCEPT WS-REQ-CUST-ID.
        MOVE WS-REQ-CUST-ID TO WS-CHQ-REL-KEY.
        READ CHQSTAT-FILE
            INVALID KEY
                DISPLAY "CUSTOMER " WS-REQ-CUST-ID
                    " HAS NO RETURNED CHEQUES ON FILE"
            NOT INVALID KEY
                IF CQ-CASH-ONLY NOT = "Y"
                    DISPLAY "CUSTOMER " WS-REQ-CUST-ID
                        " IS NOT CASH-ONLY - " CQ-BOUNCE-COUNT
                        " RETURNED CHEQUE(S)"
                ELSE
                    DISPLAY "CASH-ONLY SINCE " CQ-FLAG-DATE " AFTER "
                        CQ-BOUNCE-COUNT " RETURNED CHEQUES"
                    DISPLAY "LIFT THE FLAG (Y/N): " WITH NO ADVANCING
                    MOVE SPACE TO WS-CONFIRM
                    ACCEPT WS-CONFIRM
                    IF WS-CONFIRM = "Y"
                        MOVE "N" TO CQ-CASH-ONLY
                        MOVE 0 TO CQ-BOUNCE-COUNT
                        MOVE WS-TODAY-DATE TO CQ-FLAG-DATE
                        REWRITE CHQSTAT-REC
                        DISPLAY "CASH-ONLY FLAG LIFTED FOR "
                            WS-REQ-CUST-ID
                    END-IF
                END-IF
        END-READ.

      * The cashbook record is marked with the reason so the receipt
      * is never offered for reversal again. Its banked flag is left
      * as it was - the drawer and deposit slip were right for the
      * money actually taken.
        MARK-CASHBOOK-PARA.
        OPEN I-O CASHBOOK-FILE.
        MOVE 0 TO WS-CB-RECNO.
        MOVE "N" TO WS-CASHBOOK-EOF.
        PERFORM MARK-SCAN-PARA UNTIL WS-CASHBOOK-EOF = "Y".
        CLOSE CASHBOOK-FILE.

        MARK-SCAN-PARA.
        READ CASHBOOK-FILE
            AT END
                MOVE "Y" TO WS-CASHBOOK-EOF
            NOT AT END
                ADD 1 TO WS-CB-RECNO
                IF WS-CB-RECNO = WS-REV-RECNO
                    MOVE WS-REASON TO CB-REVERSED-FLAG
                    REWRITE CASHBOOK-REC
                    MOVE "Y" TO WS-CASHBOOK-EOF
                END-IF
        END-READ.

        WRITE-VOUCHER-PARA.
        ADD 1 TO WS-VOUCHER-NUM.
        WRITE VOUCHER-REC FROM HEADING1.
        MOVE WS-VOUCHER-NUM TO VT-NUM.
        MOVE WS-TODAY-DATE TO VT-DATE.
        WRITE VOUCHER-REC FROM VOUCHER-TITLE-LINE.
        MOVE WS-REQ-CUST-ID TO VC-CUST-ID.
        MOVE IN-CUST-NAME TO VC-CUST-NAME.
        WRITE VOUCHER-REC FROM VOUCHER-CUST-LINE.
        MOVE WS-REQ-DATE TO VR-DATE.
        MOVE WS-REV-CHANNEL TO VR-CHANNEL.
        MOVE WS-REV-AMOUNT TO VR-AMOUNT.
        WRITE VOUCHER-REC FROM VOUCHER-RCPT-LINE.
        IF WS-REASON = "B"
            MOVE "CHEQUE RETURNED UNPAID" TO VN-REASON
        ELSE
            MOVE "KEYED TO THE WRONG CUSTOMER" TO VN-REASON
        END-IF.
        WRITE VOUCHER-REC FROM VOUCHER-REASON-LINE.
        PERFORM WRITE-VOUCHER-ITEM-PARA
            VARYING WS-AIDX FROM 1 BY 1
            UNTIL WS-AIDX > WS-APPL-COUNT.
        MOVE SPACES TO VA-DATE.
        IF WS-CREDIT-DRAWN > 0
            MOVE "CREDIT WITHDRAWN" TO VA-LABEL
            MOVE WS-CREDIT-DRAWN TO VA-AMOUNT
            WRITE VOUCHER-REC FROM VOUCHER-AMT-LINE
        END-IF.
        IF WS-NEW-DEBT > 0
            MOVE "NEW DEBIT ITEM" TO VA-LABEL
            MOVE WS-TODAY-DATE TO VA-DATE
            MOVE WS-NEW-DEBT TO VA-AMOUNT
            WRITE VOUCHER-REC FROM VOUCHER-AMT-LINE
        END-IF.
        IF WS-FEE-AMT > 0
            MOVE "DISHONOUR FEE" TO VA-LABEL
            MOVE WS-TODAY-DATE TO VA-DATE
            MOVE WS-FEE-AMT TO VA-AMOUNT
            WRITE VOUCHER-REC FROM VOUCHER-AMT-LINE
        END-IF.
        IF WS-REASON = "M"
            MOVE " MONEY MOVED TO UNIDENTIFIED SUSPENSE FOR Q15SA"
                TO VOUCHER-REC
            WRITE VOUCHER-REC
        END-IF.
        IF WS-NOW-CASH-ONLY = "Y"
            MOVE " CUSTOMER NOW CASH-ONLY - CHEQUES WILL BE REFUSED"
                TO VOUCHER-REC
            WRITE VOUCHER-REC
        END-IF.
        WRITE VOUCHER-REC FROM HEADING1.

        WRITE-VOUCHER-ITEM-PARA.
        IF WS-AP-TYPE(WS-AIDX) = "P"
            MOVE "BILL RE-OPENED" TO VA-LABEL
            MOVE WS-AP-ALLOC-DATE(WS-AIDX) TO VA-DATE
            MOVE WS-AP-AMOUNT(WS-AIDX) TO VA-AMOUNT
            WRITE VOUCHER-REC FROM VOUCHER-AMT-LINE
        END-IF.

        LOAD-ACCTMAP-PARA.
        MOVE SPACES TO WS-ACCT-BANK.
        OPEN INPUT ACCTMAP-FILE.
        IF WS-ACCTMAP-STATUS = "00"
            MOVE "N" TO WS-ACCTMAP-EOF
            PERFORM READ-ACCTMAP-PARA UNTIL WS-ACCTMAP-EOF = "Y"
            CLOSE ACCTMAP-FILE
        END-IF.
        IF WS-ACCT-BANK = SPACES
            MOVE WS-ACCT-CASH TO WS-ACCT-BANK
        END-IF.

      * The bank account is found the way Q15P found it when the
      * receipt was banked - the ACCTMAP.DAT key matching the
      * channel name, else the cash account.
        READ-ACCTMAP-PARA.
        READ ACCTMAP-FILE
            AT END
                MOVE "Y" TO WS-ACCTMAP-EOF
            NOT AT END
                EVALUATE AM-KEY
                    WHEN "DEBTORS " MOVE AM-ACCT TO WS-ACCT-DEBTORS
                    WHEN "UNAPPLD " MOVE AM-ACCT TO WS-ACCT-UNAPPLD
                    WHEN "CASH    " MOVE AM-ACCT TO WS-ACCT-CASH
                    WHEN "DISHFEE " MOVE AM-ACCT TO WS-ACCT-DISHFEE
                    WHEN OTHER
                        IF AM-KEY = WS-REV-CHANNEL
                            MOVE AM-ACCT TO WS-ACCT-BANK
                        END-IF
                END-EVALUATE
        END-READ.

      * The reversal undoes Q15P's receipt lines: debtors and
      * unapplied cash are debited with what the receipt had cleared
      * or parked, and the whole receipt is credited back out of the
      * bank for a returned cheque, or into unapplied cash for money
      * moved to suspense. The fee is its own debtors/income pair.
        WRITE-JOURNAL-PARA.
        MOVE WS-TODAY-DATE TO JH-RUN-DATE.
        PERFORM GL-POST-PERIOD-PARA.
        MOVE WS-GL-PERIOD TO JD-PERIOD.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        COMPUTE WS-DEBTORS-AMT = WS-REOPEN-AMT + WS-NEW-DEBT.
        IF WS-DEBTORS-AMT > 0
            MOVE WS-ACCT-DEBTORS TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            MOVE WS-DEBTORS-AMT TO JD-AMOUNT
            MOVE "RECEIPT REVERSED - DEBTORS" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        IF WS-CREDIT-DRAWN > 0
            MOVE WS-ACCT-UNAPPLD TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            MOVE WS-CREDIT-DRAWN TO JD-AMOUNT
            MOVE "RECEIPT REVERSED - UNAPPLIED" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        MOVE "CR" TO JD-DRCR.
        MOVE WS-REV-AMOUNT TO JD-AMOUNT.
        IF WS-REASON = "B"
            MOVE WS-ACCT-BANK TO JD-ACCT
            MOVE "CHEQUE RETURNED UNPAID - BANK" TO JD-DESC
        ELSE
            MOVE WS-ACCT-UNAPPLD TO JD-ACCT
            MOVE "RECEIPT MOVED TO SUSPENSE" TO JD-DESC
        END-IF.
        WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE.
        IF WS-FEE-AMT > 0
            MOVE WS-ACCT-DEBTORS TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            MOVE WS-FEE-AMT TO JD-AMOUNT
            MOVE "DISHONOUR FEE - DEBTORS" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
            MOVE WS-ACCT-DISHFEE TO JD-ACCT
            MOVE "CR" TO JD-DRCR
            MOVE "DISHONOUR FEE - FEE INCOME" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.

        COPY GLPERDP.

        COPY RUNLOGP.

        COPY OPERSIGN.
