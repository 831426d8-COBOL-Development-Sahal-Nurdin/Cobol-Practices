      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cashier end-of-day drawer cash-up. Q15P logs every
      *          receipt it takes to CASHBOOK.DAT under the signed-on
      *          operator; this run takes one business day's unbanked
      *          cashbook records and totals them by operator and by
      *          RC-CHANNEL. For each cashier the supervisor keys the
      *          declared drawer count - cash and cheques - and the
      *          over/short against the cashbook is printed to
      *          CASHUP.TXT. The physical money (cash as counted, the
      *          cheques item by item) goes on the bank deposit slip
      *          DEPSLIP.TXT. Marking the day balanced writes the
      *          counts and a day record to CASHUP.DAT and flags the
      *          day's cashbook records banked, so the same receipts
      *          can never be banked twice and Q15P posts nothing
      *          more into that day.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15CU.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT CASHBOOK-FILE ASSIGN TO "CASHBOOK.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CASHBOOK-STATUS.
          SELECT CASHUP-FILE ASSIGN TO "CASHUP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CASHUP-STATUS.
          SELECT REPORT-FILE ASSIGN TO "CASHUP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SLIP-FILE ASSIGN TO "DEPSLIP.TXT"
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
        FD    CASHBOOK-FILE.
        COPY CASHBOOK.
        FD    CASHUP-FILE.
        COPY CASHUP.
        FD    REPORT-FILE.
        01    REPORT-REC PIC X(80).
        FD    SLIP-FILE.
        01    SLIP-REC PIC X(80).
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
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15CU".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-CASHBOOK-STATUS PIC XX VALUE SPACES.
        77    WS-CASHBOOK-EOF PIC X VALUE "N".
        77    WS-CASHUP-STATUS PIC XX VALUE SPACES.
        77    WS-CASHUP-EOF PIC X VALUE "N".
        77    WS-DAY-BALANCED PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-CASHUP-DATE PIC 9(8) VALUE 0.
        77    WS-CONFIRM PIC X VALUE "N".
      * Drawer channels - the money a cashier physically holds and
      * the bank is handed. Every other channel (transfer, card and
      * the like) is already at the bank and is totalled only.
        77    WS-CHAN-CASH PIC X(8) VALUE "CASH".
        77    WS-CHAN-CHEQUE PIC X(8) VALUE "CHEQUE".
        77    WS-RECEIPT-COUNT PIC 9(6) VALUE 0.
        77    WS-CHEQUE-COUNT PIC 9(6) VALUE 0.
        77    WS-MARKED-COUNT PIC 9(6) VALUE 0.
        77    WS-OP-COUNT PIC 9(2) VALUE 0.
        77    WS-MAX-OPS PIC 9(2) VALUE 20.
        77    WS-CHAN-COUNT PIC 9(2) VALUE 0.
        77    WS-MAX-CHANS PIC 9(2) VALUE 20.
        77    WS-OIDX PIC 9(2) VALUE 0.
        77    WS-OHIT PIC 9(2) VALUE 0.
        77    WS-CIDX PIC 9(2) VALUE 0.
        77    WS-CHIT PIC 9(2) VALUE 0.
        77    WS-TABLE-FULL PIC X VALUE "N".
        77    WS-TOT-RECEIVED PIC 9(8)V99 VALUE 0.
        77    WS-TOT-EXPECT PIC 9(8)V99 VALUE 0.
        77    WS-TOT-DECLARED PIC 9(8)V99 VALUE 0.
        77    WS-TOT-OVER-SHORT PIC S9(8)V99 VALUE 0.
        77    WS-TOT-DECL-CASH PIC 9(8)V99 VALUE 0.
        77    WS-TOT-CHEQUES PIC 9(8)V99 VALUE 0.
        77    WS-DEPOSIT-TOTAL PIC 9(8)V99 VALUE 0.
        77    HEADING1 PIC X(80) VALUE ALL "-".
      * One slot per cashier: what the cashbook says they took by
      * drawer channel and in total, and what they counted.
        01    WS-OP-TABLE.
                02  WS-OP-ENTRY OCCURS 20 TIMES.
                    03  WS-OP-ID PIC X(8).
                    03  WS-OP-COUNT-RCPT PIC 9(5).
                    03  WS-OP-CASH PIC 9(7)V99.
                    03  WS-OP-CHEQUE PIC 9(7)V99.
                    03  WS-OP-OTHER PIC 9(7)V99.
                    03  WS-OP-DECL-CASH PIC 9(7)V99.
                    03  WS-OP-DECL-CHEQUE PIC 9(7)V99.
                    03  WS-OP-OVER-SHORT PIC S9(7)V99.
        01    WS-CHAN-TABLE.
                02  WS-CHAN-ENTRY OCCURS 20 TIMES.
                    03  WS-CH-NAME PIC X(8).
                    03  WS-CH-COUNT PIC 9(5).
                    03  WS-CH-AMOUNT PIC 9(8)V99.
        01    REPORT-TITLE-LINE.
                02  F PIC X(34) VALUE
                    " *** CASHIER CASH-UP FOR BUSINESS ".
                02  F PIC X(4) VALUE "DAY ".
                02  RH-DATE PIC 9(8).
                02  F PIC X(4) VALUE " ***".
        01    CHANNEL-TITLE-LINE PIC X(80) VALUE
            "CHANNEL    RECEIPTS        AMOUNT".
        01    CHANNEL-DETAIL-LINE.
                02  CD-CHANNEL PIC X(8).
                02  F PIC X(3) VALUE SPACES.
                02  CD-COUNT PIC ZZZZ9.
                02  F PIC X(3) VALUE SPACES.
                02  CD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
        01    CASHIER-TITLE-LINE.
                02  F PIC X(40) VALUE
                    "CASHIER   EXP CASH  EXP CHQS  DECL CASH ".
                02  F PIC X(40) VALUE
                    " DECL CHQS   OVER/SHORT    OTHER CHANNELS".
        01    CASHIER-DETAIL-LINE.
                02  CR-OPERATOR PIC X(8).
                02  F PIC X(1) VALUE SPACES.
                02  CR-EXP-CASH PIC ZZZZZZ9.99.
                02  F PIC X(1) VALUE SPACES.
                02  CR-EXP-CHEQUE PIC ZZZZZZ9.99.
                02  F PIC X(1) VALUE SPACES.
                02  CR-DECL-CASH PIC ZZZZZZ9.99.
                02  F PIC X(1) VALUE SPACES.
                02  CR-DECL-CHEQUE PIC ZZZZZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  CR-OVER-SHORT PIC -ZZZZZZ9.99.
                02  F PIC X(3) VALUE SPACES.
                02  CR-OTHER PIC ZZZZZZ9.99.
        01    TOTAL-LINE.
                02  TL-LABEL PIC X(36).
                02  TL-AMOUNT PIC -ZZ,ZZZ,ZZ9.99.
        01    SLIP-TITLE-LINE.
                02  F PIC X(30) VALUE " *** BANK DEPOSIT SLIP - DAY ".
                02  SH-DATE PIC 9(8).
                02  F PIC X(4) VALUE " ***".
        01    SLIP-CHEQUE-TITLE PIC X(80) VALUE
            "CHEQUE  CUST ID  RECEIVED BY       AMOUNT".
        01    SLIP-CHEQUE-LINE.
                02  SC-SEQ PIC ZZZZ9.
                02  F PIC X(3) VALUE SPACES.
                02  SC-CUST-ID PIC 9(6).
                02  F PIC X(3) VALUE SPACES.
                02  SC-OPERATOR PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  SC-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
        01    SLIP-TOTAL-LINE.
                02  ST-LABEL PIC X(36).
                02  ST-AMOUNT PIC ZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 2 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        DISPLAY "BUSINESS DAY TO BALANCE (YYYYMMDD, 0 = TODAY): "
            WITH NO ADVANCING.
        ACCEPT WS-CASHUP-DATE.
        IF WS-CASHUP-DATE = 0
            MOVE WS-TODAY-DATE TO WS-CASHUP-DATE
        END-IF.
        PERFORM CHECK-DAY-BALANCED-PARA.
        IF WS-DAY-BALANCED = "Y"
            DISPLAY "BUSINESS DAY " WS-CASHUP-DATE
                " IS ALREADY BALANCED - NOTHING TO BANK"
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN INPUT CASHBOOK-FILE.
        IF WS-CASHBOOK-STATUS NOT = "00"
            DISPLAY "CASHBOOK.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CASHBOOK-STATUS
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        MOVE "N" TO WS-CASHBOOK-EOF.
        READ CASHBOOK-FILE AT END MOVE "Y" TO WS-CASHBOOK-EOF.
        PERFORM TALLY-PARA UNTIL WS-CASHBOOK-EOF = "Y".
        CLOSE CASHBOOK-FILE.
        IF WS-RECEIPT-COUNT = 0
            DISPLAY "NO UNBANKED RECEIPTS IN CASHBOOK.DAT FOR "
                WS-CASHUP-DATE
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        IF WS-TABLE-FULL = "Y"
            DISPLAY "TOO MANY CASHIERS OR CHANNELS FOR ONE CASH-UP"
                " - DAY NOT BALANCED"
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        PERFORM DECLARE-COUNT-PARA
            VARYING WS-OIDX FROM 1 BY 1
            UNTIL WS-OIDX > WS-OP-COUNT.
        PERFORM PRINT-CASHUP-PARA.
        PERFORM PRINT-SLIP-PARA.
        DISPLAY "RECEIPTS IN CASH-UP : " WS-RECEIPT-COUNT.
        DISPLAY "TOTAL OVER/SHORT    : " WS-TOT-OVER-SHORT.
        DISPLAY "CASH-UP WRITTEN TO CASHUP.TXT, DEPOSIT SLIP TO "
            "DEPSLIP.TXT.".
        DISPLAY "MARK BUSINESS DAY " WS-CASHUP-DATE
            " BALANCED? (Y/N): " WITH NO ADVANCING.
        ACCEPT WS-CONFIRM.
        IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
            PERFORM MARK-BALANCED-PARA
            DISPLAY "DAY BALANCED - " WS-MARKED-COUNT
                " CASHBOOK RECORDS MARKED BANKED."
        ELSE
            DISPLAY "DAY LEFT OPEN - RERUN THE CASH-UP WHEN READY."
        END-IF.
        MOVE WS-RECEIPT-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        STOP RUN.

        CHECK-DAY-BALANCED-PARA.
        MOVE "N" TO WS-DAY-BALANCED.
        OPEN INPUT CASHUP-FILE.
        IF WS-CASHUP-STATUS = "00"
            MOVE "N" TO WS-CASHUP-EOF
            PERFORM READ-CASHUP-PARA UNTIL WS-CASHUP-EOF = "Y"
            CLOSE CASHUP-FILE
        END-IF.

        READ-CASHUP-PARA.
        READ CASHUP-FILE
            AT END
                MOVE "Y" TO WS-CASHUP-EOF
            NOT AT END
                IF CU-DATE = WS-CASHUP-DATE AND CU-REC-TYPE = "D"
                    MOVE "Y" TO WS-DAY-BALANCED
                END-IF
        END-READ.

      * Only the day's records not yet banked count - anything an
      * earlier cash-up marked is already on a deposit slip.
        TALLY-PARA.
        IF CB-POST-DATE = WS-CASHUP-DATE AND CB-BANKED-FLAG = "N"
            ADD 1 TO WS-RECEIPT-COUNT
            ADD CB-AMOUNT TO WS-TOT-RECEIVED
            PERFORM FIND-OPERATOR-PARA
            PERFORM FIND-CHANNEL-PARA
            IF WS-OHIT > 0 AND WS-CHIT > 0
                ADD 1 TO WS-OP-COUNT-RCPT(WS-OHIT)
                ADD 1 TO WS-CH-COUNT(WS-CHIT)
                ADD CB-AMOUNT TO WS-CH-AMOUNT(WS-CHIT)
                EVALUATE CB-CHANNEL
                    WHEN WS-CHAN-CASH
                        ADD CB-AMOUNT TO WS-OP-CASH(WS-OHIT)
                    WHEN WS-CHAN-CHEQUE
                        ADD CB-AMOUNT TO WS-OP-CHEQUE(WS-OHIT)
                        ADD 1 TO WS-CHEQUE-COUNT
                    WHEN OTHER
                        ADD CB-AMOUNT TO WS-OP-OTHER(WS-OHIT)
                END-EVALUATE
            END-IF
        END-IF.
        READ CASHBOOK-FILE AT END MOVE "Y" TO WS-CASHBOOK-EOF.

        FIND-OPERATOR-PARA.
        MOVE 0 TO WS-OHIT.
        PERFORM VARYING WS-OIDX FROM 1 BY 1
                UNTIL WS-OIDX > WS-OP-COUNT OR WS-OHIT > 0
            IF WS-OP-ID(WS-OIDX) = CB-OPERATOR
                MOVE WS-OIDX TO WS-OHIT
            END-IF
        END-PERFORM.
        IF WS-OHIT = 0
            IF WS-OP-COUNT < WS-MAX-OPS
                ADD 1 TO WS-OP-COUNT
                MOVE WS-OP-COUNT TO WS-OHIT
                MOVE CB-OPERATOR TO WS-OP-ID(WS-OHIT)
                MOVE 0 TO WS-OP-COUNT-RCPT(WS-OHIT)
                MOVE 0 TO WS-OP-CASH(WS-OHIT)
                MOVE 0 TO WS-OP-CHEQUE(WS-OHIT)
                MOVE 0 TO WS-OP-OTHER(WS-OHIT)
                MOVE 0 TO WS-OP-DECL-CASH(WS-OHIT)
                MOVE 0 TO WS-OP-DECL-CHEQUE(WS-OHIT)
                MOVE 0 TO WS-OP-OVER-SHORT(WS-OHIT)
            ELSE
                MOVE "Y" TO WS-TABLE-FULL
            END-IF
        END-IF.

        FIND-CHANNEL-PARA.
        MOVE 0 TO WS-CHIT.
        PERFORM VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-CHAN-COUNT OR WS-CHIT > 0
            IF WS-CH-NAME(WS-CIDX) = CB-CHANNEL
                MOVE WS-CIDX TO WS-CHIT
            END-IF
        END-PERFORM.
        IF WS-CHIT = 0
            IF WS-CHAN-COUNT < WS-MAX-CHANS
                ADD 1 TO WS-CHAN-COUNT
                MOVE WS-CHAN-COUNT TO WS-CHIT
                MOVE CB-CHANNEL TO WS-CH-NAME(WS-CHIT)
                MOVE 0 TO WS-CH-COUNT(WS-CHIT)
                MOVE 0 TO WS-CH-AMOUNT(WS-CHIT)
            ELSE
                MOVE "Y" TO WS-TABLE-FULL
            END-IF
        END-IF.

      * The supervisor keys what each cashier actually counted in
      * the drawer. A cashier with no drawer money (transfers only)
      * has nothing to count.
        DECLARE-COUNT-PARA.
        IF WS-OP-CASH(WS-OIDX) > 0 OR WS-OP-CHEQUE(WS-OIDX) > 0
            DISPLAY "CASHIER " WS-OP-ID(WS-OIDX) " - "
                WS-OP-COUNT-RCPT(WS-OIDX) " RECEIPTS"
            DISPLAY "  CASH COUNTED IN DRAWER  : " WITH NO ADVANCING
            ACCEPT WS-OP-DECL-CASH(WS-OIDX)
            DISPLAY "  CHEQUES IN DRAWER (TOTAL): " WITH NO ADVANCING
            ACCEPT WS-OP-DECL-CHEQUE(WS-OIDX)
        END-IF.
        COMPUTE WS-OP-OVER-SHORT(WS-OIDX) =
            WS-OP-DECL-CASH(WS-OIDX) + WS-OP-DECL-CHEQUE(WS-OIDX)
            - WS-OP-CASH(WS-OIDX) - WS-OP-CHEQUE(WS-OIDX).
        ADD WS-OP-CASH(WS-OIDX) WS-OP-CHEQUE(WS-OIDX)
            TO WS-TOT-EXPECT.
        ADD WS-OP-DECL-CASH(WS-OIDX) WS-OP-DECL-CHEQUE(WS-OIDX)
            TO WS-TOT-DECLARED.
        ADD WS-OP-DECL-CASH(WS-OIDX) TO WS-TOT-DECL-CASH.
        ADD WS-OP-OVER-SHORT(WS-OIDX) TO WS-TOT-OVER-SHORT.

        PRINT-CASHUP-PARA.
        OPEN OUTPUT REPORT-FILE.
        WRITE REPORT-REC FROM HEADING1.
        MOVE WS-CASHUP-DATE TO RH-DATE.
        WRITE REPORT-REC FROM REPORT-TITLE-LINE.
        WRITE REPORT-REC FROM HEADING1.
        MOVE " RECEIPTS BY CHANNEL" TO REPORT-REC.
        WRITE REPORT-REC.
        WRITE REPORT-REC FROM CHANNEL-TITLE-LINE.
        PERFORM PRINT-CHANNEL-LINE-PARA
            VARYING WS-CIDX FROM 1 BY 1
            UNTIL WS-CIDX > WS-CHAN-COUNT.
        MOVE "TOTAL RECEIVED" TO TL-LABEL.
        MOVE WS-TOT-RECEIVED TO TL-AMOUNT.
        WRITE REPORT-REC FROM TOTAL-LINE.
        WRITE REPORT-REC FROM HEADING1.
        MOVE " DRAWER OVER/SHORT BY CASHIER" TO REPORT-REC.
        WRITE REPORT-REC.
        WRITE REPORT-REC FROM CASHIER-TITLE-LINE.
        PERFORM PRINT-CASHIER-LINE-PARA
            VARYING WS-OIDX FROM 1 BY 1
            UNTIL WS-OIDX > WS-OP-COUNT.
        WRITE REPORT-REC FROM HEADING1.
        MOVE "DRAWER MONEY PER CASHBOOK" TO TL-LABEL.
        MOVE WS-TOT-EXPECT TO TL-AMOUNT.
        WRITE REPORT-REC FROM TOTAL-LINE.
        MOVE "DRAWER MONEY DECLARED" TO TL-LABEL.
        MOVE WS-TOT-DECLARED TO TL-AMOUNT.
        WRITE REPORT-REC FROM TOTAL-LINE.
        MOVE "TOTAL OVER (+) / SHORT (-)" TO TL-LABEL.
        MOVE WS-TOT-OVER-SHORT TO TL-AMOUNT.
        WRITE REPORT-REC FROM TOTAL-LINE.
        WRITE REPORT-REC FROM HEADING1.
        CLOSE REPORT-FILE.

        PRINT-CHANNEL-LINE-PARA.
        MOVE WS-CH-NAME(WS-CIDX) TO CD-CHANNEL.
        MOVE WS-CH-COUNT(WS-CIDX) TO CD-COUNT.
        MOVE WS-CH-AMOUNT(WS-CIDX) TO CD-AMOUNT.
        WRITE REPORT-REC FROM CHANNEL-DETAIL-LINE.

        PRINT-CASHIER-LINE-PARA.
        MOVE WS-OP-ID(WS-OIDX) TO CR-OPERATOR.
        MOVE WS-OP-CASH(WS-OIDX) TO CR-EXP-CASH.
        MOVE WS-OP-CHEQUE(WS-OIDX) TO CR-EXP-CHEQUE.
        MOVE WS-OP-DECL-CASH(WS-OIDX) TO CR-DECL-CASH.
        MOVE WS-OP-DECL-CHEQUE(WS-OIDX) TO CR-DECL-CHEQUE.
        MOVE WS-OP-OVER-SHORT(WS-OIDX) TO CR-OVER-SHORT.
        MOVE WS-OP-OTHER(WS-OIDX) TO CR-OTHER.
        WRITE REPORT-REC FROM CASHIER-DETAIL-LINE.

      * The bank takes the cash as counted and the cheques as listed
      * on the cashbook - a cheque missing from a drawer shows as
      * that cashier's shortage, not as a gap on the slip.
        PRINT-SLIP-PARA.
        OPEN OUTPUT SLIP-FILE.
        WRITE SLIP-REC FROM HEADING1.
        MOVE WS-CASHUP-DATE TO SH-DATE.
        WRITE SLIP-REC FROM SLIP-TITLE-LINE.
        WRITE SLIP-REC FROM HEADING1.
        MOVE "CASH (AS COUNTED)" TO ST-LABEL.
        MOVE WS-TOT-DECL-CASH TO ST-AMOUNT.
        WRITE SLIP-REC FROM SLIP-TOTAL-LINE.
        WRITE SLIP-REC FROM HEADING1.
        WRITE SLIP-REC FROM SLIP-CHEQUE-TITLE.
        MOVE 0 TO WS-CHEQUE-COUNT.
        OPEN INPUT CASHBOOK-FILE.
        MOVE "N" TO WS-CASHBOOK-EOF.
        READ CASHBOOK-FILE AT END MOVE "Y" TO WS-CASHBOOK-EOF.
        PERFORM LIST-CHEQUE-PARA UNTIL WS-CASHBOOK-EOF = "Y".
        CLOSE CASHBOOK-FILE.
        WRITE SLIP-REC FROM HEADING1.
        MOVE "CHEQUES" TO ST-LABEL.
        MOVE WS-TOT-CHEQUES TO ST-AMOUNT.
        WRITE SLIP-REC FROM SLIP-TOTAL-LINE.
        COMPUTE WS-DEPOSIT-TOTAL = WS-TOT-DECL-CASH + WS-TOT-CHEQUES.
        MOVE "TOTAL DEPOSIT" TO ST-LABEL.
        MOVE WS-DEPOSIT-TOTAL TO ST-AMOUNT.
        WRITE SLIP-REC FROM SLIP-TOTAL-LINE.
        WRITE SLIP-REC FROM HEADING1.
        CLOSE SLIP-FILE.

        LIST-CHEQUE-PARA.
        IF CB-POST-DATE = WS-CASHUP-DATE AND CB-BANKED-FLAG = "N"
                AND CB-CHANNEL = WS-CHAN-CHEQUE
            ADD 1 TO WS-CHEQUE-COUNT
            ADD CB-AMOUNT TO WS-TOT-CHEQUES
            MOVE WS-CHEQUE-COUNT TO SC-SEQ
            MOVE CB-CUST-ID TO SC-CUST-ID
            MOVE CB-OPERATOR TO SC-OPERATOR
            MOVE CB-AMOUNT TO SC-AMOUNT
            WRITE SLIP-REC FROM SLIP-CHEQUE-LINE
        END-IF.
        READ CASHBOOK-FILE AT END MOVE "Y" TO WS-CASHBOOK-EOF.

      * The counts and the day record go on CASHUP.DAT first, then
      * the day's cashbook records are flagged banked in place.
        MARK-BALANCED-PARA.
        OPEN EXTEND CASHUP-FILE.
        IF WS-CASHUP-STATUS = "35"
            OPEN OUTPUT CASHUP-FILE
            CLOSE CASHUP-FILE
            OPEN EXTEND CASHUP-FILE
        END-IF.
        PERFORM WRITE-CASHIER-REC-PARA
            VARYING WS-OIDX FROM 1 BY 1
            UNTIL WS-OIDX > WS-OP-COUNT.
        MOVE WS-CASHUP-DATE TO CU-DATE.
        MOVE "D" TO CU-REC-TYPE.
        MOVE WS-OPERATOR-ID TO CU-OPERATOR.
        MOVE 0 TO CU-EXPECT-CASH.
        MOVE 0 TO CU-EXPECT-CHEQUE.
        MOVE 0 TO CU-EXPECT-OTHER.
        MOVE 0 TO CU-DECL-CASH.
        MOVE 0 TO CU-DECL-CHEQUE.
        MOVE WS-TOT-OVER-SHORT TO CU-OVER-SHORT.
        WRITE CASHUP-REC.
        CLOSE CASHUP-FILE.
        OPEN I-O CASHBOOK-FILE.
        MOVE "N" TO WS-CASHBOOK-EOF.
        READ CASHBOOK-FILE AT END MOVE "Y" TO WS-CASHBOOK-EOF.
        PERFORM MARK-BANKED-PARA UNTIL WS-CASHBOOK-EOF = "Y".
        CLOSE CASHBOOK-FILE.

        WRITE-CASHIER-REC-PARA.
        MOVE WS-CASHUP-DATE TO CU-DATE.
        MOVE "C" TO CU-REC-TYPE.
        MOVE WS-OP-ID(WS-OIDX) TO CU-OPERATOR.
        MOVE WS-OP-CASH(WS-OIDX) TO CU-EXPECT-CASH.
        MOVE WS-OP-CHEQUE(WS-OIDX) TO CU-EXPECT-CHEQUE.
        MOVE WS-OP-OTHER(WS-OIDX) TO CU-EXPECT-OTHER.
        MOVE WS-OP-DECL-CASH(WS-OIDX) TO CU-DECL-CASH.
        MOVE WS-OP-DECL-CHEQUE(WS-OIDX) TO CU-DECL-CHEQUE.
        MOVE WS-OP-OVER-SHORT(WS-OIDX) TO CU-OVER-SHORT.
        WRITE CASHUP-REC.

        MARK-BANKED-PARA.
        IF CB-POST-DATE = WS-CASHUP-DATE AND CB-BANKED-FLAG = "N"
            MOVE "Y" TO CB-BANKED-FLAG
            REWRITE CASHBOOK-REC
            ADD 1 TO WS-MARKED-COUNT
        END-IF.
        READ CASHBOOK-FILE AT END MOVE "Y" TO WS-CASHBOOK-EOF.

        COPY RUNLOGP.

        COPY OPERSIGN.
