      *          adjustment voucher to ADJVOUCH.TXT, and appends its
      *          own balanced journal lines to GLJRNL.TXT using the
      *          ACCTMAP.DAT account codes so the ledger still
      *          balances. A bill dispute Q15DS handed over for
      *          adjustment ("J" in DISPUTE.DAT) is shown when the
      *          customer is keyed; the note is applied to the
      *          disputed bill first and the dispute marked adjusted.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
          SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT GLPERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-GLPERIOD-STATUS.
          SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ACCTMAP-STATUS.
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PLAN-REL-KEY
            FILE STATUS IS WS-PAYPLAN-STATUS.
          SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DI-KEY
            FILE STATUS IS WS-DISPUTE-STATUS.

        DATA DIVISION.
          FILE SECTION.
        01    VOUCHER-REC PIC X(80).
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
        COPY RECVLDGR.
        FD    PAYPLAN-FILE.
        COPY PAYPLAN.
        FD    DISPUTE-FILE.
        COPY DISPUTE.

          WORKING-STORAGE SECTION.
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-ARREARS-STATUS PIC XX VALUE SPACES.
        77    WS-ARR-REL-KEY PIC 9(6) VALUE 0.
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
        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ON-PLAN PIC X VALUE "N".
        77    WS-DISPUTE-STATUS PIC XX VALUE SPACES.
        77    WS-DISP-OPEN PIC X VALUE "N".
        77    WS-DISP-FOUND PIC X VALUE "N".
        77    WS-DISP-SEEK-DONE PIC X VALUE "N".
        77    WS-DISP-ISSUE-DATE PIC 9(8) VALUE 0.
        77    WS-OPEN-TOTAL PIC 9(8)V99 VALUE 0.
        77    WS-CREDIT-REMAIN PIC 9(6)V99 VALUE 0.
        77    WS-LEDGER-STATUS PIC XX VALUE SPACES.
                02  JD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  JD-DESC PIC X(30).
                02  F PIC X(2) VALUE SPACES.
                02  JD-SOURCE PIC X(8) VALUE "Q15J".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        PERFORM OPEN-JOURNAL-PARA.
        PERFORM OPEN-LEDGER-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-DISPUTE-PARA.
        OPEN OUTPUT VOUCHER-FILE.
        PERFORM UNTIL WS-DONE = "Y"
            PERFORM ADJUST-ONE-PARA
        CLOSE CUSTOMER-REC-FILE, ARREARS-FILE, BILLHIST-FILE
            , VOUCHER-FILE, JOURNAL-FILE, LEDGER-FILE
            , PAYPLAN-FILE.
        IF WS-DISP-OPEN = "Y"
            CLOSE DISPUTE-FILE
        END-IF.
        DISPLAY "ADJUSTMENTS ENTERED: " WS-ADJ-COUNT.
        DISPLAY "VOUCHERS WRITTEN TO ADJVOUCH.TXT.".
        STOP RUN.
            OPEN EXTEND BILLHIST-FILE
        END-IF.

      * The journal is appended, not rewritten - Q15GC's period close
      * takes the closed months out of the file, adjustment lines go
      * on the end of whatever month is open.
        OPEN-JOURNAL-PARA.
        OPEN EXTEND JOURNAL-FILE.
        IF WS-JOURNAL-STATUS = "35"
            OPEN INPUT PAYPLAN-FILE
        END-IF.

      * Disputes only exist once Q15DS has opened one - no file here
      * simply means no dispute is waiting on an adjustment.
        OPEN-DISPUTE-PARA.
        MOVE "N" TO WS-DISP-OPEN.
        OPEN I-O DISPUTE-FILE.
        IF WS-DISPUTE-STATUS = "00"
            MOVE "Y" TO WS-DISP-OPEN
        END-IF.

        PLAN-LOOKUP-PARA.
        MOVE "N" TO WS-ON-PLAN.
        MOVE WS-REQ-CUST-ID TO WS-PLAN-REL-KEY.
                            " BALANCE IS THE PLAN DEBT. VOID THE"
                            " PLAN IN Q15N FIRST, THEN ADJUST."
                    ELSE
                        PERFORM FIND-HANDOVER-PARA
                        PERFORM ACCEPT-ADJUSTMENT-PARA
                    END-IF
            END-READ
        END-IF.

      * A dispute closed to adjustment in Q15DS waits as "J" until the
      * note is posted here. The customer's first such dispute is
      * picked up and shown, and the note is tied to its bill.
        FIND-HANDOVER-PARA.
        MOVE "N" TO WS-DISP-FOUND.
        MOVE "N" TO WS-DISP-SEEK-DONE.
        MOVE 0 TO WS-DISP-ISSUE-DATE.
        IF WS-DISP-OPEN = "Y"
            MOVE WS-REQ-CUST-ID TO DI-CUST-ID
            MOVE 0 TO DI-ISSUE-DATE
            START DISPUTE-FILE KEY NOT < DI-KEY
                INVALID KEY
                    MOVE "Y" TO WS-DISP-SEEK-DONE
            END-START
            PERFORM HANDOVER-SCAN-PARA UNTIL WS-DISP-SEEK-DONE = "Y"
        END-IF.
        IF WS-DISP-FOUND = "Y"
            DISPLAY "DISPUTE ON BILL " DI-ISSUE-DATE " HANDED OVER"
                " FOR ADJUSTMENT - " DI-REASON-CODE " "
                DI-REASON-TEXT
            DISPLAY "AMOUNT DISPUTED: " DI-AMOUNT
                " - THIS NOTE WILL BE APPLIED TO THAT BILL FIRST"
        END-IF.

        HANDOVER-SCAN-PARA.
        READ DISPUTE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-DISP-SEEK-DONE
            NOT AT END
                IF DI-CUST-ID NOT = WS-REQ-CUST-ID
                    MOVE "Y" TO WS-DISP-SEEK-DONE
                ELSE
                    IF DI-STATUS = "J"
                        MOVE "Y" TO WS-DISP-FOUND
                        MOVE DI-ISSUE-DATE TO WS-DISP-ISSUE-DATE
                        MOVE "Y" TO WS-DISP-SEEK-DONE
                    END-IF
                END-IF
        END-READ.

        ACCEPT-ADJUSTMENT-PARA.
        DISPLAY "CREDIT OR DEBIT NOTE (C/D): " WITH NO ADVANCING.
        MOVE SPACE TO WS-ADJ-TYPE.
        PERFORM WRITE-LEDGER-ADJ-PARA.
        PERFORM WRITE-VOUCHER-PARA.
        PERFORM WRITE-JOURNAL-PARA.
        IF WS-DISP-FOUND = "Y"
            PERFORM CLOSE-HANDOVER-PARA
        END-IF.
        DISPLAY "ADJUSTMENT APPLIED FOR CUSTOMER " WS-REQ-CUST-ID.

      * The note goes into the permanent billing history so the
      * in turn until the credit is used up - the mirror image of
      * Q15P's partial-receipt logic, so no part of the credit is
      * lost when it exceeds the first item. Items out with the
      * bank ("D") are never touched. A note settling a handed-over
      * dispute goes to the disputed bill before any other.
        ADJUST-PAYSTAT-PARA.
        MOVE "N" TO WS-ITEM-FOUND.
        MOVE "N" TO WS-SEEK-DONE.
            CLOSE PAYSTAT-FILE
            OPEN I-O PAYSTAT-FILE
        END-IF.
        IF WS-DISP-FOUND = "Y"
            MOVE WS-REQ-CUST-ID TO PS-CUST-ID
            MOVE WS-DISP-ISSUE-DATE TO PS-ISSUE-DATE
            READ PAYSTAT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PS-PAID-FLAG = "N"
                        PERFORM ADJUST-ITEM-PARA
                    END-IF
            END-READ
        END-IF.
        IF WS-SEEK-DONE = "N"
            MOVE WS-REQ-CUST-ID TO PS-CUST-ID
            MOVE 0 TO PS-ISSUE-DATE
            START PAYSTAT-FILE KEY NOT < PS-KEY
                INVALID KEY
                    MOVE "Y" TO WS-SEEK-DONE
            END-START
        END-IF.
        PERFORM ADJUST-SCAN-PARA UNTIL WS-SEEK-DONE = "Y".
        CLOSE PAYSTAT-FILE.
        IF WS-ITEM-FOUND = "N" AND WS-ADJ-TYPE = "D"
            END-IF
        END-IF.

      * The dispute is finished once its note is on the books - the
      * hold comes off and the adjusted amount is kept for the record.
        CLOSE-HANDOVER-PARA.
        MOVE WS-REQ-CUST-ID TO DI-CUST-ID.
        MOVE WS-DISP-ISSUE-DATE TO DI-ISSUE-DATE.
        READ DISPUTE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "A" TO DI-STATUS
                MOVE WS-ADJ-AMOUNT TO DI-ADJ-AMOUNT
                MOVE WS-TODAY-DATE TO DI-CLOSED-DATE
                REWRITE DISPUTE-REC
                DISPLAY "DISPUTE ON BILL " WS-DISP-ISSUE-DATE
                    " MARKED ADJUSTED"
        END-READ.

        ADJUST-ARREARS-PARA.
        MOVE WS-REQ-CUST-ID TO WS-ARR-REL-KEY.
        READ ARREARS-FILE
      * pair.
        WRITE-JOURNAL-PARA.
        MOVE WS-TODAY-DATE TO JH-RUN-DATE.
        PERFORM GL-POST-PERIOD-PARA.
        MOVE WS-GL-PERIOD TO JD-PERIOD.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        IF WS-ADJ-TYPE = "D"
            MOVE WS-ACCT-DEBTORS TO JD-ACCT
            MOVE "CREDIT NOTE - SUNDRY DEBTORS" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.

        COPY GLPERDP.
