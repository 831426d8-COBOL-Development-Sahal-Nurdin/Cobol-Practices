      ******************************************************************
      * Author:
      * Date:
      * Purpose: Unapplied-cash allocation - works the receipt money
      *          Q15P parked in SUSPENSE.DAT. A clerk lists the
      *          unidentified items (receipts quoting an ID the master
      *          does not know), allocates each one to the customer it
      *          really belongs to, and spreads a customer's credit on
      *          account across their open PAYSTAT.DAT items oldest-
      *          first - for one customer at a time or for every
      *          customer holding credit. Each spread settles the item
      *          the same way a counter receipt does (PS-AMOUNT,
      *          PS-PAID-FLAG and ARR-BALANCE), writes the matching
      *          RECVLDGR.DAT entries, prints a line on the allocation
      *          register SUSPREG.TXT and appends a balanced pair to
      *          GLJRNL.TXT moving the money out of the unapplied-cash
      *          account into debtors. Credit still unused when the
      *          next bill is produced is taken off that bill by Q15.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15SA.
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
          SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SU-KEY
            FILE STATUS IS WS-SUSPENSE-STATUS.
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
          SELECT LEDGER-FILE ASSIGN TO "RECVLDGR.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.
          SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT GLPERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-GLPERIOD-STATUS.
          SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ACCTMAP-STATUS.
          SELECT REGISTER-FILE ASSIGN TO "SUSPREG.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPERMST-FILE ASSIGN TO "OPERMST.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-OPER-REL-KEY
            FILE STATUS IS WS-OPERMST-STATUS.

        DATA DIVISION.
          FILE SECTION.
        FD    CUSTOMER-REC-FILE.
        COPY CUSTREC.
        FD    SUSPENSE-FILE.
        COPY SUSPENSE.
        FD    PAYSTAT-FILE.
        COPY PAYSTAT.
        FD    ARREARS-FILE.
        01    ARREARS-REC.
                02  ARR-CUST-ID PIC 999999.
                02  ARR-BALANCE PIC 9(6)V99.
        FD    PAYPLAN-FILE.
        COPY PAYPLAN.
        FD    LEDGER-FILE.
        COPY RECVLDGR.
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
                02  AM-ACCT PIC X(8).
        FD    REGISTER-FILE.
        01    REGISTER-REC PIC X(80).
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
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
        77    WS-PAYSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-ARREARS-STATUS PIC XX VALUE SPACES.
        77    WS-ARR-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ON-PLAN PIC X VALUE "N".
        77    WS-LEDGER-STATUS PIC XX VALUE SPACES.
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
        77    WS-DONE PIC X VALUE "N".
        77    WS-CHOICE PIC 9 VALUE 0.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-REQ-CUST-ID PIC 9(6) VALUE 0.
        77    WS-REQ-RECEIPT-DATE PIC 9(8) VALUE 0.
        77    WS-REQ-SEQ PIC 9(3) VALUE 0.
        77    WS-ANSWER PIC X VALUE SPACE.
        77    WS-SU-DONE PIC X VALUE "N".
        77    WS-SU-FOUND PIC X VALUE "N".
        77    WS-SUSP-WRITTEN PIC X VALUE "N".
        77    WS-LIST-COUNT PIC 9(6) VALUE 0.
        77    WS-ITEM-FOUND PIC X VALUE "N".
        77    WS-SEEK-DONE PIC X VALUE "N".
        77    WS-SPREAD-DONE PIC X VALUE "N".
        77    WS-REDUCE-AMT PIC 9(6)V99 VALUE 0.
        77    WS-NEXT-CUST PIC 9(6) VALUE 0.
        77    WS-ALL-DONE PIC X VALUE "N".
        77    WS-ALLOC-COUNT PIC 9(6) VALUE 0.
        77    WS-ALLOC-AMT PIC 9(8)V99 VALUE 0.
        77    WS-APPLIED-COUNT PIC 9(6) VALUE 0.
        77    WS-APPLIED-AMT PIC 9(8)V99 VALUE 0.
        77    WS-JOURNAL-HEADED PIC X VALUE "N".
        77    WS-ACCT-DEBTORS PIC X(8) VALUE "14000100".
        77    WS-ACCT-UNAPPLD PIC X(8) VALUE "22000200".
        77    HEADING1 PIC X(80) VALUE ALL "-".
      * The parcel being moved out of unidentified suspense is held
      * here across the delete of its customer-000000 record.
        01    WS-MOVE-SUSPENSE-REC PIC X(65) VALUE SPACES.
        01    REGISTER-TITLE-LINE PIC X(80) VALUE
            "CUST ID  RECEIPT   AMOUNT     ACTION       ITEM DATE
      -    " OPERATOR".
        01    REGISTER-DETAIL-LINE.
                02  RG-CUST-ID PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  RG-RECEIPT-DATE PIC 9(8).
                02  F PIC X(2) VALUE SPACES.
                02  RG-AMOUNT PIC Z(5)9.99.
                02  F PIC X(2) VALUE SPACES.
                02  RG-ACTION PIC X(12).
                02  F PIC X(1) VALUE SPACES.
                02  RG-ITEM-DATE PIC 9(8).
                02  F PIC X(2) VALUE SPACES.
                02  RG-OPERATOR PIC X(8).
        01    REGISTER-SUMMARY-LINE.
                02  RS-LABEL PIC X(24).
                02  RS-COUNT PIC Z(5)9.
                02  F PIC X(3) VALUE " / ".
                02  RS-AMOUNT PIC Z(7)9.99.
        01    JOURNAL-HEADER-LINE.
                02  F PIC X(29) VALUE
                    "UNAPPLIED CASH JOURNAL DATED ".
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
                02  JD-SOURCE PIC X(8) VALUE "Q15SA".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 1 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM LOAD-ACCTMAP-PARA.
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
        PERFORM OPEN-SUSPENSE-PARA.
        PERFORM OPEN-ARREARS-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-LEDGER-PARA.
        PERFORM OPEN-JOURNAL-PARA.
        OPEN OUTPUT REGISTER-FILE.
        WRITE REGISTER-REC FROM HEADING1.
        MOVE " *** UNAPPLIED CASH ALLOCATION REGISTER ***"
            TO REGISTER-REC.
        WRITE REGISTER-REC.
        WRITE REGISTER-REC FROM HEADING1.
        WRITE REGISTER-REC FROM REGISTER-TITLE-LINE.
        PERFORM MENU-PARA UNTIL WS-DONE = "Y".
        WRITE REGISTER-REC FROM HEADING1.
        MOVE "ALLOCATED  COUNT/AMT : " TO RS-LABEL.
        MOVE WS-ALLOC-COUNT TO RS-COUNT.
        MOVE WS-ALLOC-AMT TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "APPLIED    COUNT/AMT : " TO RS-LABEL.
        MOVE WS-APPLIED-COUNT TO RS-COUNT.
        MOVE WS-APPLIED-AMT TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        CLOSE CUSTOMER-REC-FILE, PAYSTAT-FILE, SUSPENSE-FILE
            , ARREARS-FILE, PAYPLAN-FILE, LEDGER-FILE
            , JOURNAL-FILE, REGISTER-FILE.
        DISPLAY "ITEMS ALLOCATED TO CUSTOMERS: " WS-ALLOC-COUNT.
        DISPLAY "CREDITS APPLIED TO OPEN ITEMS: " WS-APPLIED-COUNT.
        DISPLAY "ALLOCATION REGISTER WRITTEN TO SUSPREG.TXT.".
        STOP RUN.

        OPEN-SUSPENSE-PARA.
        OPEN I-O SUSPENSE-FILE.
        IF WS-SUSPENSE-STATUS NOT = "00"
            OPEN OUTPUT SUSPENSE-FILE
            CLOSE SUSPENSE-FILE
            OPEN I-O SUSPENSE-FILE
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

        OPEN-LEDGER-PARA.
        OPEN EXTEND LEDGER-FILE.
        IF WS-LEDGER-STATUS = "35"
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
            OPEN EXTEND LEDGER-FILE
        END-IF.

      * The journal is appended, not rewritten - Q15GC's period close
      * takes the closed months out of the file, allocation lines go
      * on the end of whatever month is open.
        OPEN-JOURNAL-PARA.
        OPEN EXTEND JOURNAL-FILE.
        IF WS-JOURNAL-STATUS = "35"
            OPEN OUTPUT JOURNAL-FILE
            CLOSE JOURNAL-FILE
            OPEN EXTEND JOURNAL-FILE
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
                    WHEN "UNAPPLD " MOVE AM-ACCT TO WS-ACCT-UNAPPLD
                    WHEN OTHER CONTINUE
                END-EVALUATE
        END-READ.

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

        MENU-PARA.
        DISPLAY "----UNAPPLIED CASH ALLOCATION----".
        DISPLAY "1. LIST UNIDENTIFIED SUSPENSE ITEMS".
        DISPLAY "2. ALLOCATE A SUSPENSE ITEM TO A CUSTOMER".
        DISPLAY "3. APPLY ONE CUSTOMER'S CREDIT TO OPEN ITEMS".
        DISPLAY "4. APPLY ALL CREDIT ON ACCOUNT TO OPEN ITEMS".
        DISPLAY "5. EXIT".
        DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
        ACCEPT WS-CHOICE.
        EVALUATE WS-CHOICE
            WHEN 1 PERFORM LIST-SUSPENSE-PARA
            WHEN 2 PERFORM ALLOCATE-ITEM-PARA
            WHEN 3 PERFORM APPLY-ONE-PARA
            WHEN 4 PERFORM APPLY-ALL-PARA
            WHEN 5 MOVE "Y" TO WS-DONE
            WHEN OTHER DISPLAY "INVALID CHOICE, PLS. TRY AGAIN"
        END-EVALUATE.

      * Unidentified items all sit under customer 000000, so they
      * read back together in receipt-date order.
        LIST-SUSPENSE-PARA.
        MOVE 0 TO WS-LIST-COUNT.
        MOVE 0 TO SU-CUST-ID.
        MOVE 0 TO SU-RECEIPT-DATE.
        MOVE 0 TO SU-SEQ.
        MOVE "N" TO WS-SU-DONE.
        START SUSPENSE-FILE KEY NOT < SU-KEY
            INVALID KEY
                MOVE "Y" TO WS-SU-DONE
        END-START.
        DISPLAY "RECEIPT  SEQ QUOTED  CHANNEL   BALANCE    BY".
        PERFORM LIST-ONE-PARA UNTIL WS-SU-DONE = "Y".
        DISPLAY "UNIDENTIFIED ITEMS: " WS-LIST-COUNT.

        LIST-ONE-PARA.
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SU-DONE
            NOT AT END
                IF SU-CUST-ID NOT = 0
                    MOVE "Y" TO WS-SU-DONE
                ELSE
                    IF SU-STATUS = "U"
                        ADD 1 TO WS-LIST-COUNT
                        DISPLAY SU-RECEIPT-DATE " " SU-SEQ " "
                            SU-QUOTED-ID " " SU-CHANNEL "  "
                            SU-BALANCE "  " SU-OPERATOR
                    END-IF
                END-IF
        END-READ.

      * Allocation re-files the parcel under the real customer as
      * credit on account: the customer-000000 record is deleted and
      * the same money written back under the customer's own key,
      * and only now does the customer's ledger see it. The GL is
      * not touched - the cash has sat in the unapplied-cash account
      * since the day it was received either way.
        ALLOCATE-ITEM-PARA.
        DISPLAY "ENTER RECEIPT DATE OF THE ITEM (YYYYMMDD): "
            WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-RECEIPT-DATE.
        ACCEPT WS-REQ-RECEIPT-DATE.
        DISPLAY "ENTER SEQUENCE NUMBER OF THE ITEM: "
            WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-SEQ.
        ACCEPT WS-REQ-SEQ.
        MOVE 0 TO SU-CUST-ID.
        MOVE WS-REQ-RECEIPT-DATE TO SU-RECEIPT-DATE.
        MOVE WS-REQ-SEQ TO SU-SEQ.
        READ SUSPENSE-FILE
            INVALID KEY
                DISPLAY "NO UNIDENTIFIED ITEM " WS-REQ-RECEIPT-DATE
                    "/" WS-REQ-SEQ
            NOT INVALID KEY
                IF SU-STATUS NOT = "U"
                    DISPLAY "ITEM " WS-REQ-RECEIPT-DATE "/"
                        WS-REQ-SEQ " IS NOT OPEN SUSPENSE"
                ELSE
                    PERFORM ALLOCATE-CUSTOMER-PARA
                END-IF
        END-READ.

        ALLOCATE-CUSTOMER-PARA.
        DISPLAY "ITEM QUOTED CUSTOMER " SU-QUOTED-ID " AMOUNT "
            SU-BALANCE.
        DISPLAY "ENTER CUSTOMER ID IT BELONGS TO (0 TO CANCEL): "
            WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-CUST-ID.
        ACCEPT WS-REQ-CUST-ID.
        IF WS-REQ-CUST-ID = 0
            DISPLAY "ALLOCATION CANCELLED"
        ELSE
            MOVE WS-REQ-CUST-ID TO WS-CUST-REL-KEY
            READ CUSTOMER-REC-FILE
                INVALID KEY
                    DISPLAY "NO CUSTOMER RECORD FOUND FOR ID "
                        WS-REQ-CUST-ID " - NOT ALLOCATED"
                NOT INVALID KEY
                    PERFORM TRANSFER-ITEM-PARA
            END-READ
        END-IF.

        TRANSFER-ITEM-PARA.
        MOVE SUSPENSE-REC TO WS-MOVE-SUSPENSE-REC.
        DELETE SUSPENSE-FILE RECORD
            INVALID KEY
                DISPLAY "SUSPENSE ITEM COULD NOT BE RELEASED - STATUS "
                    WS-SUSPENSE-STATUS
            NOT INVALID KEY
                MOVE WS-MOVE-SUSPENSE-REC TO SUSPENSE-REC
                MOVE WS-REQ-CUST-ID TO SU-CUST-ID
                MOVE 1 TO SU-SEQ
                MOVE "T" TO SU-ORIGIN
                MOVE "C" TO SU-STATUS
                MOVE WS-OPERATOR-ID TO SU-OPERATOR
                MOVE WS-TODAY-DATE TO SU-STATUS-DATE
                MOVE "N" TO WS-SUSP-WRITTEN
                PERFORM WRITE-SUSPENSE-PARA
                    UNTIL WS-SUSP-WRITTEN = "Y"
                ADD 1 TO WS-ALLOC-COUNT
                ADD SU-BALANCE TO WS-ALLOC-AMT
                MOVE SU-BALANCE TO WS-REDUCE-AMT
                PERFORM WRITE-LEDGER-CREDIT-PARA
                MOVE 0 TO RG-ITEM-DATE
                MOVE "ALLOCATED" TO RG-ACTION
                PERFORM WRITE-REGISTER-LINE-PARA
                DISPLAY "ITEM ALLOCATED TO CUSTOMER " WS-REQ-CUST-ID
                DISPLAY "APPLY THE CREDIT TO OPEN ITEMS NOW (Y/N): "
                    WITH NO ADVANCING
                MOVE SPACE TO WS-ANSWER
                ACCEPT WS-ANSWER
                IF WS-ANSWER = "Y"
                    PERFORM SPREAD-CUSTOMER-PARA
                END-IF
        END-DELETE.

      * Several parcels for one customer on one receipt date take
      * the next free sequence number on the key.
        WRITE-SUSPENSE-PARA.
        WRITE SUSPENSE-REC
            INVALID KEY
                IF SU-SEQ = 999
                    DISPLAY "SUSPENSE SEQUENCE FULL FOR " SU-CUST-ID
                        " ON " SU-RECEIPT-DATE " - NOT FILED"
                    MOVE "Y" TO WS-SUSP-WRITTEN
                ELSE
                    ADD 1 TO SU-SEQ
                END-IF
            NOT INVALID KEY
                MOVE "Y" TO WS-SUSP-WRITTEN
        END-WRITE.

        APPLY-ONE-PARA.
        DISPLAY "ENTER CUSTOMER ID: " WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-CUST-ID.
        ACCEPT WS-REQ-CUST-ID.
        MOVE WS-REQ-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                DISPLAY "NO CUSTOMER RECORD FOUND FOR ID "
                    WS-REQ-CUST-ID
            NOT INVALID KEY
                PERFORM SPREAD-CUSTOMER-PARA
        END-READ.

      * Every customer holding credit is found by stepping the key
      * from one customer to the next; the unidentified items under
      * customer 000000 are left for a clerk to allocate.
        APPLY-ALL-PARA.
        MOVE 1 TO WS-NEXT-CUST.
        MOVE "N" TO WS-ALL-DONE.
        PERFORM APPLY-NEXT-CUST-PARA UNTIL WS-ALL-DONE = "Y".
        DISPLAY "CREDITS APPLIED SO FAR: " WS-APPLIED-COUNT.

        APPLY-NEXT-CUST-PARA.
        MOVE WS-NEXT-CUST TO SU-CUST-ID.
        MOVE 0 TO SU-RECEIPT-DATE.
        MOVE 0 TO SU-SEQ.
        START SUSPENSE-FILE KEY NOT < SU-KEY
            INVALID KEY
                MOVE "Y" TO WS-ALL-DONE
        END-START.
        IF WS-ALL-DONE = "N"
            READ SUSPENSE-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-ALL-DONE
                NOT AT END
                    MOVE SU-CUST-ID TO WS-REQ-CUST-ID
                    PERFORM SPREAD-CUSTOMER-PARA
                    IF WS-REQ-CUST-ID = 999999
                        MOVE "Y" TO WS-ALL-DONE
                    ELSE
                        COMPUTE WS-NEXT-CUST = WS-REQ-CUST-ID + 1
                    END-IF
            END-READ
        END-IF.

      * The credit is spread oldest parcel onto oldest open item,
      * one pairing at a time, until either the credit or the open
      * items run out. Both files are re-positioned for every
      * pairing, since the last one may have used up the parcel or
      * closed the item.
        SPREAD-CUSTOMER-PARA.
        MOVE "N" TO WS-SPREAD-DONE.
        PERFORM SPREAD-STEP-PARA UNTIL WS-SPREAD-DONE = "Y".

        SPREAD-STEP-PARA.
        PERFORM FIND-CREDIT-PARA.
        IF WS-SU-FOUND = "N"
            MOVE "Y" TO WS-SPREAD-DONE
        ELSE
            PERFORM FIND-OLDEST-OPEN-PARA
            IF WS-ITEM-FOUND = "N"
                MOVE "Y" TO WS-SPREAD-DONE
            ELSE
                PERFORM APPLY-CREDIT-PARA
            END-IF
        END-IF.

        FIND-CREDIT-PARA.
        MOVE "N" TO WS-SU-FOUND.
        MOVE "N" TO WS-SU-DONE.
        MOVE WS-REQ-CUST-ID TO SU-CUST-ID.
        MOVE 0 TO SU-RECEIPT-DATE.
        MOVE 0 TO SU-SEQ.
        START SUSPENSE-FILE KEY NOT < SU-KEY
            INVALID KEY
                MOVE "Y" TO WS-SU-DONE
        END-START.
        PERFORM SEEK-CREDIT-PARA UNTIL WS-SU-DONE = "Y".

        SEEK-CREDIT-PARA.
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SU-DONE
            NOT AT END
                IF SU-CUST-ID NOT = WS-REQ-CUST-ID
                    MOVE "Y" TO WS-SU-DONE
                ELSE
                    IF SU-STATUS = "C" AND SU-BALANCE > 0
                        MOVE "Y" TO WS-SU-FOUND
                        MOVE "Y" TO WS-SU-DONE
                    END-IF
                END-IF
        END-READ.

      * Items out with the bank ("D"), superseded or written off
      * are not for the credit to touch - the same rule the counter
      * follows in Q15P.
        FIND-OLDEST-OPEN-PARA.
        MOVE "N" TO WS-ITEM-FOUND.
        MOVE "N" TO WS-SEEK-DONE.
        MOVE WS-REQ-CUST-ID TO PS-CUST-ID.
        MOVE 0 TO PS-ISSUE-DATE.
        START PAYSTAT-FILE KEY NOT < PS-KEY
            INVALID KEY
                MOVE "Y" TO WS-SEEK-DONE
        END-START.
        PERFORM SEEK-OPEN-PARA UNTIL WS-SEEK-DONE = "Y".

        SEEK-OPEN-PARA.
        READ PAYSTAT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SEEK-DONE
            NOT AT END
                IF PS-CUST-ID NOT = WS-REQ-CUST-ID
                    MOVE "Y" TO WS-SEEK-DONE
                ELSE
                    IF PS-PAID-FLAG NOT = "Y"
                            AND PS-PAID-FLAG NOT = "S"
                            AND PS-PAID-FLAG NOT = "W"
                            AND PS-PAID-FLAG NOT = "D"
                        MOVE "Y" TO WS-ITEM-FOUND
                        MOVE "Y" TO WS-SEEK-DONE
                    END-IF
                END-IF
        END-READ.

      * The item is settled exactly as a counter receipt would
      * settle it, and the ledger shows the credit drawn down and
      * the payment allocated to the item it paid.
        APPLY-CREDIT-PARA.
        IF SU-BALANCE NOT < PS-AMOUNT
            MOVE PS-AMOUNT TO WS-REDUCE-AMT
            MOVE "Y" TO PS-PAID-FLAG
        ELSE
            MOVE SU-BALANCE TO WS-REDUCE-AMT
            SUBTRACT SU-BALANCE FROM PS-AMOUNT
        END-IF.
        PERFORM REDUCE-ARREARS-PARA.
        REWRITE PAYSTAT-REC.
        SUBTRACT WS-REDUCE-AMT FROM SU-BALANCE.
        IF SU-BALANCE = 0
            MOVE "A" TO SU-STATUS
        END-IF.
        MOVE WS-TODAY-DATE TO SU-STATUS-DATE.
        REWRITE SUSPENSE-REC
            INVALID KEY
                DISPLAY "SUSPENSE REWRITE FAILED FOR " SU-CUST-ID
                    " - STATUS " WS-SUSPENSE-STATUS
        END-REWRITE.
        PERFORM WRITE-LEDGER-DRAW-PARA.
        ADD 1 TO WS-APPLIED-COUNT.
        ADD WS-REDUCE-AMT TO WS-APPLIED-AMT.
        MOVE PS-ISSUE-DATE TO RG-ITEM-DATE.
        MOVE "APPLIED" TO RG-ACTION.
        PERFORM WRITE-REGISTER-LINE-PARA.
        PERFORM WRITE-JOURNAL-PARA.

      * A live plan customer's arrears balance is the unbilled plan
      * remainder, not the open items - it is left alone; Q15
      * drains it installment by installment.
        REDUCE-ARREARS-PARA.
        PERFORM PLAN-LOOKUP-PARA.
        IF WS-ON-PLAN = "Y"
            CONTINUE
        ELSE
            MOVE WS-REQ-CUST-ID TO WS-ARR-REL-KEY
            READ ARREARS-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF ARR-BALANCE > WS-REDUCE-AMT
                        SUBTRACT WS-REDUCE-AMT FROM ARR-BALANCE
                    ELSE
                        MOVE 0 TO ARR-BALANCE
                    END-IF
                    REWRITE ARREARS-REC
            END-READ
        END-IF.

        WRITE-LEDGER-CREDIT-PARA.
        MOVE WS-REQ-CUST-ID TO LG-CUST-ID.
        MOVE WS-TODAY-DATE TO LG-ENTRY-DATE.
        MOVE "U" TO LG-TYPE.
        MOVE "C" TO LG-DRCR.
        MOVE WS-REDUCE-AMT TO LG-AMOUNT.
        MOVE 0 TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.

        WRITE-LEDGER-DRAW-PARA.
        MOVE WS-REQ-CUST-ID TO LG-CUST-ID.
        MOVE WS-TODAY-DATE TO LG-ENTRY-DATE.
        MOVE "U" TO LG-TYPE.
        MOVE "D" TO LG-DRCR.
        MOVE WS-REDUCE-AMT TO LG-AMOUNT.
        MOVE 0 TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.
        MOVE "P" TO LG-TYPE.
        MOVE "C" TO LG-DRCR.
        MOVE PS-ISSUE-DATE TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.

        WRITE-REGISTER-LINE-PARA.
        MOVE WS-REQ-CUST-ID TO RG-CUST-ID.
        MOVE SU-RECEIPT-DATE TO RG-RECEIPT-DATE.
        MOVE WS-REDUCE-AMT TO RG-AMOUNT.
        MOVE WS-OPERATOR-ID TO RG-OPERATOR.
        WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE.

      * One balanced pair per credit applied: the money leaves the
      * unapplied-cash liability and clears debtors. The header is
      * written once per session.
        WRITE-JOURNAL-PARA.
        IF WS-JOURNAL-HEADED = "N"
            MOVE WS-TODAY-DATE TO JH-RUN-DATE
            PERFORM GL-POST-PERIOD-PARA
            MOVE WS-GL-PERIOD TO JD-PERIOD
            WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE
            MOVE "Y" TO WS-JOURNAL-HEADED
        END-IF.
        MOVE WS-ACCT-UNAPPLD TO JD-ACCT.
        MOVE "DR" TO JD-DRCR.
        MOVE WS-REDUCE-AMT TO JD-AMOUNT.
        MOVE "CREDIT APPLIED - UNAPPLIED CASH" TO JD-DESC.
        WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE.
        MOVE WS-ACCT-DEBTORS TO JD-ACCT.
        MOVE "CR" TO JD-DRCR.
        MOVE "CREDIT APPLIED - DEBTORS" TO JD-DESC.
        WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE.

        COPY OPERSIGN.

        COPY GLPERDP.
