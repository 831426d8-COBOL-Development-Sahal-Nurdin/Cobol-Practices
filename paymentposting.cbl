      *          ARREARS.DAT instead of flipping the flag. A receipt
      *          register (RCPTREG.TXT) is printed with posted and
      *          unmatched totals so the cashier can balance the
      *          drawer against it. Money a receipt cannot apply -
      *          the excess over the open items it clears, or a
      *          receipt with no open item at all - is parked in
      *          SUSPENSE.DAT: as credit on account when the quoted
      *          customer is on the master, as unidentified suspense
      *          for Q15SA to allocate when not. The run closes
      *          with a cash receipts journal appended to GLJRNL.TXT:
      *          the money taken is debited to the bank or cash
      *          account of each RC-CHANNEL (looked up in ACCTMAP.DAT
      *          by channel name), and credited to debtors for what
      *          was applied and to unapplied cash for what was parked.
      *          Every receipt is also logged to CASHBOOK.DAT under
      *          the signed-on operator for Q15CU's end-of-day drawer
      *          cash-up; once Q15CU has balanced a day, the run
      *          refuses to post into it. A cheque from a customer
      *          Q15RV has flagged cash-only in CHQSTAT.DAT after
      *          repeated bounced cheques is refused - not posted,
      *          not banked, and listed on the register to be handed
      *          back. So is any excess that cannot be parked because
      *          the suspense sequence for the day is full.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-OPER-REL-KEY
            FILE STATUS IS WS-OPERMST-STATUS.
          SELECT CUSTOMER-REC-FILE ASSIGN TO "ELEC_REC.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-CUST-REL-KEY
            FILE STATUS IS WS-CUST-STATUS.
          SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SU-KEY
            FILE STATUS IS WS-SUSPENSE-STATUS.
          SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT CASHBOOK-FILE ASSIGN TO "CASHBOOK.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CASHBOOK-STATUS.
          SELECT CASHUP-FILE ASSIGN TO "CASHUP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CASHUP-STATUS.
          SELECT CHQSTAT-FILE ASSIGN TO "CHQSTAT.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-CHQ-REL-KEY
            FILE STATUS IS WS-CHQSTAT-STATUS.
          SELECT GLPERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-GLPERIOD-STATUS.
          SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ACCTMAP-STATUS.

        DATA DIVISION.
          FILE SECTION.
        COPY RUNLOG.
        FD    OPERMST-FILE.
        COPY OPERMST.
        FD    CUSTOMER-REC-FILE.
        COPY CUSTREC.
        FD    SUSPENSE-FILE.
        COPY SUSPENSE.
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
        FD    CASHBOOK-FILE.
        COPY CASHBOOK.
        FD    CASHUP-FILE.
        COPY CASHUP.
        FD    CHQSTAT-FILE.
        COPY CHQSTAT.
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
                02  AM-ACCT PIC X(8).

          WORKING-STORAGE SECTION.
        77    WS-OPERMST-STATUS PIC XX VALUE SPACES.
        77    WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
        77    WS-UNMATCHED-AMT PIC 9(8)V99 VALUE 0.
        77    WS-DISPOSITION PIC X(12) VALUE SPACES.
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-CUST-KNOWN PIC X VALUE "N".
        77    WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
        77    WS-SUSP-WRITTEN PIC X VALUE "N".
        77    WS-SUSP-FULL PIC X VALUE "N".
        77    WS-REJECTED-COUNT PIC 9(6) VALUE 0.
        77    WS-REJECTED-AMT PIC 9(8)V99 VALUE 0.
        77    WS-REJECT-LEFT PIC 9(6)V99 VALUE 0.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-RECEIPT-LEFT PIC 9(6)V99 VALUE 0.
        77    WS-APPLIED-AMT PIC 9(6)V99 VALUE 0.
        77    WS-CREDIT-COUNT PIC 9(6) VALUE 0.
        77    WS-CREDIT-AMT PIC 9(8)V99 VALUE 0.
        77    WS-JOURNAL-STATUS PIC XX VALUE SPACES.
        77    WS-CASHBOOK-STATUS PIC XX VALUE SPACES.
        77    WS-CASHUP-STATUS PIC XX VALUE SPACES.
        77    WS-CASHUP-EOF PIC X VALUE "N".
        77    WS-DAY-BALANCED PIC X VALUE "N".
        77    WS-CHQSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-CHQ-REL-KEY PIC 9(6) VALUE 0.
        77    WS-CHQSTAT-OPEN PIC X VALUE "N".
        77    WS-CASH-ONLY PIC X VALUE "N".
        77    WS-CHAN-CHEQUE PIC X(8) VALUE "CHEQUE".
        77    WS-REFUSED-COUNT PIC 9(6) VALUE 0.
        77    WS-REFUSED-AMT PIC 9(8)V99 VALUE 0.
        77    WS-GLPERIOD-STATUS PIC XX VALUE SPACES.
        77    WS-GLPERIOD-EOF PIC X VALUE "N".
        77    WS-GL-TODAY PIC 9(8) VALUE 0.
        77    WS-GL-PERIOD PIC 9(6) VALUE 0.
        77    WS-GL-LAST-CLOSED PIC 9(6) VALUE 0.
        77    WS-GL-YEAR PIC 9(4) VALUE 0.
        77    WS-GL-MONTH PIC 9(2) VALUE 0.
        77    WS-ACCTMAP-STATUS PIC XX VALUE SPACES.
        77    WS-ACCTMAP-EOF PIC X VALUE "N".
        77    WS-ACCT-DEBTORS PIC X(8) VALUE "14000100".
        77    WS-ACCT-UNAPPLD PIC X(8) VALUE "22000200".
        77    WS-ACCT-CASH PIC X(8) VALUE "11000100".
        77    WS-PARKED-AMT PIC 9(8)V99 VALUE 0.
        77    WS-CHAN-COUNT PIC 9(2) VALUE 0.
        77    WS-MAX-CHANS PIC 9(2) VALUE 20.
        77    WS-CIDX PIC 9(2) VALUE 0.
        77    WS-CHIT PIC 9(2) VALUE 0.
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    REGISTER-TITLE-LINE PIC X(80) VALUE
            "CUST ID  DATE      AMOUNT     CHANNEL   DISPOSITION
                02  RS-COUNT PIC Z(5)9.
                02  F PIC X(3) VALUE " / ".
                02  RS-AMOUNT PIC Z(7)9.99.
      * Money taken per receipt channel, for the bank/cash debits in
      * the journal. A channel ACCTMAP.DAT has no account for is
      * banked to the cash account.
        01    WS-CHAN-TABLE.
                02  WS-CHAN-ENTRY OCCURS 20 TIMES.
                    03  WS-CH-NAME PIC X(8).
                    03  WS-CH-ACCT PIC X(8).
                    03  WS-CH-AMOUNT PIC 9(8)V99.
        01    JOURNAL-HEADER-LINE.
                02  F PIC X(28) VALUE "CASH RECEIPTS JOURNAL DATED ".
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
                02  JD-SOURCE PIC X(8) VALUE "Q15P".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).
        01    WS-CHAN-DESC.
                02  F PIC X(19) VALUE "RECEIPTS BANKED -  ".
                02  WD-CHANNEL PIC X(8).

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 1 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        PERFORM CHECK-DAY-BALANCED-PARA.
        IF WS-DAY-BALANCED = "Y"
            DISPLAY "CASH-UP FOR " WS-TODAY-DATE " IS ALREADY BALANCED"
                " - POST THESE RECEIPTS ON THE NEXT BUSINESS DAY"
            STOP RUN
        END-IF.
        OPEN INPUT RECEIPTS-FILE.
        IF WS-RECEIPT-STATUS NOT = "00"
            DISPLAY "RECEIPTS.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-PAYSTAT-STATUS
            STOP RUN
        END-IF.
        OPEN INPUT CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
            STOP RUN
        END-IF.
        PERFORM OPEN-ARREARS-PARA.
        PERFORM OPEN-LEDGER-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-SUSPENSE-PARA.
        PERFORM OPEN-CASHBOOK-PARA.
        PERFORM OPEN-CHQSTAT-PARA.
        OPEN OUTPUT REGISTER-FILE.
        WRITE REGISTER-REC FROM HEADING1.
        MOVE " *** DAILY RECEIPT REGISTER ***" TO REGISTER-REC.
        MOVE WS-POSTED-COUNT TO RS-COUNT.
        MOVE WS-POSTED-AMT TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "ON ACCOUNT COUNT/AMT : " TO RS-LABEL.
        MOVE WS-CREDIT-COUNT TO RS-COUNT.
        MOVE WS-CREDIT-AMT TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "UNMATCHED  COUNT/AMT : " TO RS-LABEL.
        MOVE WS-UNMATCHED-COUNT TO RS-COUNT.
        MOVE WS-UNMATCHED-AMT TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "NOT PARKED COUNT/AMT : " TO RS-LABEL.
        MOVE WS-REJECTED-COUNT TO RS-COUNT.
        MOVE WS-REJECTED-AMT TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "CHQ REFUSED COUNT/AMT : " TO RS-LABEL.
        MOVE WS-REFUSED-COUNT TO RS-COUNT.
        MOVE WS-REFUSED-AMT TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        IF WS-RECEIPT-COUNT > WS-REFUSED-COUNT
            PERFORM LOAD-ACCTMAP-PARA
            PERFORM WRITE-JOURNAL-PARA
        END-IF.
        CLOSE RECEIPTS-FILE, PAYSTAT-FILE, ARREARS-FILE
            , LEDGER-FILE, PAYPLAN-FILE, REGISTER-FILE
            , CUSTOMER-REC-FILE, SUSPENSE-FILE, CASHBOOK-FILE.
        IF WS-CHQSTAT-OPEN = "Y"
            CLOSE CHQSTAT-FILE
        END-IF.
        MOVE WS-RECEIPT-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "PAYMENT POSTING COMPLETE.".
        DISPLAY "RECEIPTS READ    : " WS-RECEIPT-COUNT.
        DISPLAY "RECEIPTS POSTED  : " WS-POSTED-COUNT.
        DISPLAY "CREDIT ON ACCOUNT: " WS-CREDIT-COUNT.
        DISPLAY "UNMATCHED        : " WS-UNMATCHED-COUNT.
        IF WS-UNMATCHED-COUNT > 0
            DISPLAY "UNMATCHED RECEIPTS HELD IN SUSPENSE.DAT - RUN"
                " Q15SA TO ALLOCATE THEM"
        END-IF.
        IF WS-REJECTED-COUNT > 0
            DISPLAY "NOT PARKED       : " WS-REJECTED-COUNT
                " - SUSPENSE SEQUENCE FULL, RETURN THE MONEY"
        END-IF.
        IF WS-REFUSED-COUNT > 0
            DISPLAY "CHEQUES REFUSED  : " WS-REFUSED-COUNT
                " - CASH-ONLY CUSTOMERS, RETURN THE CHEQUES"
        END-IF.
        DISPLAY "RECEIPT REGISTER WRITTEN TO RCPTREG.TXT.".
        IF WS-RECEIPT-COUNT > WS-REFUSED-COUNT
            DISPLAY "CASH RECEIPTS JOURNAL APPENDED TO GLJRNL.TXT."
        END-IF.
        STOP RUN.

        OPEN-ARREARS-PARA.
            OPEN EXTEND LEDGER-FILE
        END-IF.

        OPEN-SUSPENSE-PARA.
        OPEN I-O SUSPENSE-FILE.
        IF WS-SUSPENSE-STATUS NOT = "00"
            OPEN OUTPUT SUSPENSE-FILE
            CLOSE SUSPENSE-FILE
            OPEN I-O SUSPENSE-FILE
        END-IF.

        OPEN-CASHBOOK-PARA.
        OPEN EXTEND CASHBOOK-FILE.
        IF WS-CASHBOOK-STATUS = "35"
            OPEN OUTPUT CASHBOOK-FILE
            CLOSE CASHBOOK-FILE
            OPEN EXTEND CASHBOOK-FILE
        END-IF.

      * No cheque standing file yet means nobody has been flagged
      * cash-only.
        OPEN-CHQSTAT-PARA.
        MOVE "N" TO WS-CHQSTAT-OPEN.
        OPEN INPUT CHQSTAT-FILE.
        IF WS-CHQSTAT-STATUS = "00"
            MOVE "Y" TO WS-CHQSTAT-OPEN
        END-IF.

      * A day Q15CU has balanced has had its deposit slip printed -
      * money posted into it afterwards would never reach the bank.
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
                IF CU-DATE = WS-TODAY-DATE AND CU-REC-TYPE = "D"
                    MOVE "Y" TO WS-DAY-BALANCED
                END-IF
        END-READ.

        OPEN-PAYPLAN-PARA.
        OPEN INPUT PAYPLAN-FILE.
        IF WS-PAYPLAN-STATUS NOT = "00"
      * A customer may pay one bill in several receipts (two
      * installments over the same counter) - each receipt finds the
      * same item again while it remains open, so they chip away at
      * it in order. A receipt bigger than the oldest item goes on
      * to the next open item, and whatever is still left once the
      * open items run out is parked rather than lost.
        POST-PARA.
        ADD 1 TO WS-RECEIPT-COUNT.
        PERFORM CASH-ONLY-CHECK-PARA.
        IF WS-CASH-ONLY = "Y"
            ADD 1 TO WS-REFUSED-COUNT
            ADD RC-AMOUNT TO WS-REFUSED-AMT
            MOVE "CHQ REFUSED" TO WS-DISPOSITION
            PERFORM WRITE-REGISTER-LINE-PARA
        ELSE
            PERFORM POST-RECEIPT-PARA
        END-IF.
        READ RECEIPTS-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-RECEIPT-EOF.

      * A customer whose cheques have bounced too often is cash-only
      * - the cheque goes back to them unposted and never reaches
      * the drawer count or the bank.
        CASH-ONLY-CHECK-PARA.
        MOVE "N" TO WS-CASH-ONLY.
        IF RC-CHANNEL = WS-CHAN-CHEQUE AND WS-CHQSTAT-OPEN = "Y"
            MOVE RC-CUST-ID TO WS-CHQ-REL-KEY
            READ CHQSTAT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CQ-CASH-ONLY = "Y"
                        MOVE "Y" TO WS-CASH-ONLY
                    END-IF
            END-READ
        END-IF.

        POST-RECEIPT-PARA.
        MOVE RC-AMOUNT TO WS-RECEIPT-LEFT.
        MOVE 0 TO WS-APPLIED-AMT.
        MOVE 0 TO WS-REJECT-LEFT.
        PERFORM FIND-OLDEST-OPEN-PARA.
        PERFORM APPLY-RECEIPT-PARA
            UNTIL WS-ITEM-FOUND = "N" OR WS-RECEIPT-LEFT = 0.
        IF WS-APPLIED-AMT > 0
            ADD 1 TO WS-POSTED-COUNT
            ADD WS-APPLIED-AMT TO WS-POSTED-AMT
        END-IF.
        IF WS-RECEIPT-LEFT > 0
            PERFORM PARK-RECEIPT-PARA
        END-IF.
        PERFORM WRITE-REGISTER-LINE-PARA.
        PERFORM WRITE-CASHBOOK-PARA.
        PERFORM FIND-CHANNEL-PARA.
        COMPUTE WS-CH-AMOUNT(WS-CHIT) = WS-CH-AMOUNT(WS-CHIT)
            + RC-AMOUNT - WS-REJECT-LEFT.

      * Items read back oldest-first on the key, so the first open
      * one found is the one the receipt settles. Items out with
      * the bank ("D") are not the counter's to touch - the bank's
      * item there, so a full payment that left the balance behind
      * would be folded into the next bill and charged again.
        APPLY-RECEIPT-PARA.
        IF WS-RECEIPT-LEFT NOT < PS-AMOUNT
            MOVE PS-AMOUNT TO WS-REDUCE-AMT
            MOVE "Y" TO PS-PAID-FLAG
            PERFORM REDUCE-ARREARS-PARA
            MOVE "POSTED FULL" TO WS-DISPOSITION
        ELSE
            MOVE WS-RECEIPT-LEFT TO WS-REDUCE-AMT
            SUBTRACT WS-RECEIPT-LEFT FROM PS-AMOUNT
            PERFORM REDUCE-ARREARS-PARA
            MOVE "POSTED PART" TO WS-DISPOSITION
        END-IF.
        REWRITE PAYSTAT-REC.
        PERFORM WRITE-LEDGER-PAYMENT-PARA.
        SUBTRACT WS-REDUCE-AMT FROM WS-RECEIPT-LEFT.
        ADD WS-REDUCE-AMT TO WS-APPLIED-AMT.
        IF WS-RECEIPT-LEFT > 0
            PERFORM FIND-OLDEST-OPEN-PARA
        END-IF.

      * Money left over with no open item to take it. A customer on
      * the master gets it as credit on account - the ledger shows
      * it received but unallocated, and Q15SA or the next bill uses
      * it up. A quoted ID the master does not know is held as
      * unidentified suspense under customer 000000 until a clerk
      * allocates it in Q15SA.
        PARK-RECEIPT-PARA.
        MOVE "N" TO WS-CUST-KNOWN.
        MOVE RC-CUST-ID TO WS-CUST-REL-KEY.
        IF RC-CUST-ID NOT = 0
            READ CUSTOMER-REC-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-CUST-KNOWN
            END-READ
        END-IF.
        MOVE RC-DATE TO SU-RECEIPT-DATE.
        MOVE 1 TO SU-SEQ.
        MOVE RC-CUST-ID TO SU-QUOTED-ID.
        MOVE RC-CHANNEL TO SU-CHANNEL.
        IF WS-APPLIED-AMT > 0
            MOVE "X" TO SU-ORIGIN
        ELSE
            MOVE "N" TO SU-ORIGIN
        END-IF.
        MOVE WS-RECEIPT-LEFT TO SU-ORIG-AMOUNT.
        MOVE WS-RECEIPT-LEFT TO SU-BALANCE.
        MOVE WS-OPERATOR-ID TO SU-OPERATOR.
        MOVE WS-TODAY-DATE TO SU-STATUS-DATE.
        IF WS-CUST-KNOWN = "Y"
            MOVE RC-CUST-ID TO SU-CUST-ID
            MOVE "C" TO SU-STATUS
        ELSE
            MOVE 0 TO SU-CUST-ID
            MOVE "U" TO SU-STATUS
        END-IF.
        MOVE "N" TO WS-SUSP-WRITTEN.
        MOVE "N" TO WS-SUSP-FULL.
        PERFORM WRITE-SUSPENSE-PARA
            UNTIL WS-SUSP-WRITTEN = "Y" OR WS-SUSP-FULL = "Y".
        IF WS-SUSP-FULL = "Y"
            PERFORM REJECT-LEFTOVER-PARA
        ELSE
        IF WS-CUST-KNOWN = "Y"
            ADD 1 TO WS-CREDIT-COUNT
            ADD WS-RECEIPT-LEFT TO WS-CREDIT-AMT
            PERFORM WRITE-LEDGER-CREDIT-PARA
            IF WS-APPLIED-AMT > 0
                MOVE "POST+CREDIT" TO WS-DISPOSITION
            ELSE
                MOVE "ON ACCOUNT" TO WS-DISPOSITION
            END-IF
        ELSE
            ADD 1 TO WS-UNMATCHED-COUNT
            ADD WS-RECEIPT-LEFT TO WS-UNMATCHED-AMT
            MOVE "SUSPENSE" TO WS-DISPOSITION
        END-IF
        END-IF.

      * Money that could not be parked is neither credit nor
      * suspense - it is not journaled, takes no ledger credit and
      * is kept out of the drawer count, and goes back to the payer
      * like a refused cheque.
        REJECT-LEFTOVER-PARA.
        ADD 1 TO WS-REJECTED-COUNT.
        ADD WS-RECEIPT-LEFT TO WS-REJECTED-AMT.
        MOVE WS-RECEIPT-LEFT TO WS-REJECT-LEFT.
        IF WS-APPLIED-AMT > 0
            MOVE "POST+REJECT" TO WS-DISPOSITION
        ELSE
            MOVE "NOT PARKED" TO WS-DISPOSITION
        END-IF.

      * Several parcels for one customer on one receipt date take
      * the next free sequence number on the key.
        WRITE-SUSPENSE-PARA.
        WRITE SUSPENSE-REC
            INVALID KEY
                IF SU-SEQ = 999
                    DISPLAY "SUSPENSE SEQUENCE FULL FOR " SU-CUST-ID
                        " ON " SU-RECEIPT-DATE " - NOT PARKED"
                    MOVE "Y" TO WS-SUSP-FULL
                ELSE
                    ADD 1 TO SU-SEQ
                END-IF
            NOT INVALID KEY
                MOVE "Y" TO WS-SUSP-WRITTEN
        END-WRITE.

      * Credit on account lowers what the customer owes as soon as
      * the money is in, with no bill to allocate it to yet.
        WRITE-LEDGER-CREDIT-PARA.
        MOVE RC-CUST-ID TO LG-CUST-ID.
        MOVE RC-DATE TO LG-ENTRY-DATE.
        MOVE "U" TO LG-TYPE.
        MOVE "C" TO LG-DRCR.
        MOVE WS-RECEIPT-LEFT TO LG-AMOUNT.
        MOVE 0 TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.

      * Every applied receipt goes into the open-item receivables
      * ledger allocated to the bill it paid, so a disputed balance
            END-READ
        END-IF.

      * Every receipt is money in the drawer or at the bank, whatever
      * became of it on the ledger - less any part that could not be
      * parked, which goes back to the payer.
        WRITE-CASHBOOK-PARA.
        MOVE WS-TODAY-DATE TO CB-POST-DATE.
        MOVE WS-OPERATOR-ID TO CB-OPERATOR.
        MOVE RC-CUST-ID TO CB-CUST-ID.
        MOVE RC-DATE TO CB-RECEIPT-DATE.
        COMPUTE CB-AMOUNT = RC-AMOUNT - WS-REJECT-LEFT.
        MOVE RC-CHANNEL TO CB-CHANNEL.
        MOVE "N" TO CB-BANKED-FLAG.
        MOVE "N" TO CB-REVERSED-FLAG.
        WRITE CASHBOOK-REC.

        WRITE-REGISTER-LINE-PARA.
        MOVE RC-CUST-ID TO RG-CUST-ID.
        MOVE RC-DATE TO RG-DATE.
        MOVE WS-OPERATOR-ID TO RG-OPERATOR.
        WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE.

      * Channels beyond the table's size are added into its last
      * slot - the journal still balances and the register shows
      * the true channel per receipt.
        FIND-CHANNEL-PARA.
        MOVE 0 TO WS-CHIT.
        PERFORM VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-CHAN-COUNT OR WS-CHIT > 0
            IF WS-CH-NAME(WS-CIDX) = RC-CHANNEL
                MOVE WS-CIDX TO WS-CHIT
            END-IF
        END-PERFORM.
        IF WS-CHIT = 0
            IF WS-CHAN-COUNT < WS-MAX-CHANS
                ADD 1 TO WS-CHAN-COUNT
                MOVE WS-CHAN-COUNT TO WS-CHIT
                MOVE RC-CHANNEL TO WS-CH-NAME(WS-CHIT)
                MOVE SPACES TO WS-CH-ACCT(WS-CHIT)
                MOVE 0 TO WS-CH-AMOUNT(WS-CHIT)
            ELSE
                MOVE WS-MAX-CHANS TO WS-CHIT
            END-IF
        END-IF.

        LOAD-ACCTMAP-PARA.
        OPEN INPUT ACCTMAP-FILE.
        IF WS-ACCTMAP-STATUS = "00"
            MOVE "N" TO WS-ACCTMAP-EOF
            PERFORM READ-ACCTMAP-PARA UNTIL WS-ACCTMAP-EOF = "Y"
            CLOSE ACCTMAP-FILE
        END-IF.

      * Besides the fixed keys, any ACCTMAP.DAT key that matches a
      * receipt channel name gives that channel its bank account.
        READ-ACCTMAP-PARA.
        READ ACCTMAP-FILE
            AT END
                MOVE "Y" TO WS-ACCTMAP-EOF
            NOT AT END
                EVALUATE AM-KEY
                    WHEN "DEBTORS " MOVE AM-ACCT TO WS-ACCT-DEBTORS
                    WHEN "UNAPPLD " MOVE AM-ACCT TO WS-ACCT-UNAPPLD
                    WHEN "CASH    " MOVE AM-ACCT TO WS-ACCT-CASH
                    WHEN OTHER PERFORM MATCH-CHANNEL-ACCT-PARA
                END-EVALUATE
        END-READ.

        MATCH-CHANNEL-ACCT-PARA.
        PERFORM VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-CHAN-COUNT
            IF WS-CH-NAME(WS-CIDX) = AM-KEY
                MOVE AM-ACCT TO WS-CH-ACCT(WS-CIDX)
            END-IF
        END-PERFORM.

      * The journal is appended, not rewritten - Q15GC's period close
      * takes the closed months out of the file. One debit per
      * channel for the money taken; debtors are credited with what
      * was applied to open items and unapplied cash with what was
      * parked, so the run's lines balance to the receipts read.
        WRITE-JOURNAL-PARA.
        OPEN EXTEND JOURNAL-FILE.
        IF WS-JOURNAL-STATUS = "35"
            OPEN OUTPUT JOURNAL-FILE
            CLOSE JOURNAL-FILE
            OPEN EXTEND JOURNAL-FILE
        END-IF.
        MOVE WS-TODAY-DATE TO JH-RUN-DATE.
        PERFORM GL-POST-PERIOD-PARA.
        MOVE WS-GL-PERIOD TO JD-PERIOD.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        PERFORM WRITE-CHANNEL-LINE-PARA
            VARYING WS-CIDX FROM 1 BY 1
            UNTIL WS-CIDX > WS-CHAN-COUNT.
        IF WS-POSTED-AMT > 0
            MOVE WS-ACCT-DEBTORS TO JD-ACCT
            MOVE "CR" TO JD-DRCR
            MOVE WS-POSTED-AMT TO JD-AMOUNT
            MOVE "RECEIPTS APPLIED - DEBTORS" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        COMPUTE WS-PARKED-AMT = WS-CREDIT-AMT + WS-UNMATCHED-AMT.
        IF WS-PARKED-AMT > 0
            MOVE WS-ACCT-UNAPPLD TO JD-ACCT
            MOVE "CR" TO JD-DRCR
            MOVE WS-PARKED-AMT TO JD-AMOUNT
            MOVE "RECEIPTS PARKED - UNAPPLIED" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        CLOSE JOURNAL-FILE.

        WRITE-CHANNEL-LINE-PARA.
        IF WS-CH-AMOUNT(WS-CIDX) > 0
            IF WS-CH-ACCT(WS-CIDX) = SPACES
                MOVE WS-ACCT-CASH TO JD-ACCT
            ELSE
                MOVE WS-CH-ACCT(WS-CIDX) TO JD-ACCT
            END-IF
            MOVE "DR" TO JD-DRCR
            MOVE WS-CH-AMOUNT(WS-CIDX) TO JD-AMOUNT
            MOVE WS-CH-NAME(WS-CIDX) TO WD-CHANNEL
            MOVE WS-CHAN-DESC TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.

        COPY GLPERDP.

        COPY RUNLOGP.

        COPY OPERSIGN.
