      * Date:
      * Purpose: Maintain the customer master (ELEC_REC.DAT) - add a
      *          new customer, update an existing customer's address
      *          or meter number, and close an account on move-out,
      *          without disturbing the record layout Q15 reads.
      *          Every account supplies a premises (PREMISES.DAT) that
      *          holds the supply point, address, meter and route; the
      *          premises master is maintained here, and the change-
      *          of-occupancy transaction closes the outgoing account
      *          and opens the incoming one at the same premises on a
      *          handover reading, logging both in OCCHIST.DAT.
      *          Closure takes the closing reading, produces a final
      *          bill through the normal tariff and tax calculation,
      *          applies the security deposit, its accrued interest
      *          and any credit on account against the open items,
      *          prints a refund voucher or a residual-debt letter
      *          (FINALBIL.TXT), writes the RECVLDGR.DAT and
      *          GLJRNL.TXT lines, and only then marks the account
      *          closed. A rooftop solar customer is put on or taken
      *          off net metering here; at closure the closing export
      *          and banked units are netted on the final bill and any
      *          surplus is paid out at the EXPRATE.DAT rate into the
      *          settlement. A meter exchange is ordered here as a field
      *          work order (WORKORD.DAT); the exchange itself is
      *          recorded on the master and the meter inventory when
      *          the crew's completion is posted through Q15WC.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-MTR-REL-KEY
            FILE STATUS IS WS-METERMST-STATUS.
          SELECT PREMISES-FILE ASSIGN TO "PREMISES.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PREM-REL-KEY
            FILE STATUS IS WS-PREMISES-STATUS.
          SELECT OCCHIST-FILE ASSIGN TO "OCCHIST.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OCCHIST-STATUS.
          SELECT OUT-FILE ASSIGN TO "FINALBIL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OUT-STATUS.
          SELECT TARIFF-FILE ASSIGN TO "TARIFF.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-TARIFF-STATUS.
          SELECT TAX-FILE ASSIGN TO "TAXPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-TAX-STATUS.
          SELECT EXPRATE-FILE ASSIGN TO "EXPRATE.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-EXPRATE-STATUS.
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
          SELECT WORKORD-FILE ASSIGN TO "WORKORD.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-WO-REL-KEY
            FILE STATUS IS WS-WORKORD-STATUS.

        DATA DIVISION.
          FILE SECTION.
        COPY BUDGVAR.
        FD    METERMST-FILE.
        COPY METERMST.
        FD    PREMISES-FILE.
        COPY PREMISES.
        FD    OCCHIST-FILE.
        COPY OCCHIST.
        FD    OUT-FILE.
        01    OUT-REC PIC X(80).
        FD    TARIFF-FILE.
        COPY TARIFREC.
        FD    TAX-FILE.
        COPY TAXREC.
        FD    EXPRATE-FILE.
        COPY EXPRREC.
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
        FD    WORKORD-FILE.
        COPY WORKORD.

          WORKING-STORAGE SECTION.
        77    WS-OPERMST-STATUS PIC XX VALUE SPACES.
        77    WS-NEW-ADDRESS PIC X(30) VALUE SPACES.
        77    WS-NEW-MTRNO PIC 9(6) VALUE 0.
        77    WS-NEW-TARIFF-CAT PIC X VALUE SPACE.
        77    WS-EXCH-REASON PIC X(30) VALUE SPACES.
        77    WS-DEPOSIT-STATUS PIC XX VALUE SPACES.
        77    WS-DEP-REL-KEY PIC 9(6) VALUE 0.
        77    WS-DEP-COLLECTED PIC 9(6)V99 VALUE 0.
        77    WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        77    WS-AUDIT-ACTION PIC X(10) VALUE SPACES.
        77    WS-AUDIT-TIME PIC 9(8) VALUE 0.
        77    WS-BEFORE-IMAGE PIC X(161) VALUE SPACES.
        77    WS-INQ-CUST-ID PIC 9(6) VALUE 0.
        77    WS-INQ-EOF PIC X VALUE "N".
        77    WS-INQ-COUNT PIC 9(4) VALUE 0.
        77    WS-METERMST-STATUS PIC XX VALUE SPACES.
        77    WS-MTR-REL-KEY PIC 9(6) VALUE 0.
        77    WS-INSTALL-MTRNO PIC 9(6) VALUE 0.
        COPY WORKORDW.
      * Premises master and change of occupancy.
        77    WS-PREMISES-STATUS PIC XX VALUE SPACES.
        77    WS-PREM-REL-KEY PIC 9(6) VALUE 0.
        77    WS-OCCHIST-STATUS PIC XX VALUE SPACES.
        77    WS-NEW-PREM-NO PIC 9(6) VALUE 0.
        77    WS-PREM-FOUND PIC X VALUE "N".
        77    WS-NEW-SUPPLY-POINT PIC X(12) VALUE SPACES.
        77    WS-OCC-EVENT PIC X VALUE SPACE.
        77    WS-HANDOVER PIC X VALUE "N".
        77    WS-CLOSED-OK PIC X VALUE "N".
        77    WS-OUT-CUST-ID PIC 9(6) VALUE 0.
        77    WS-NEXT-CUST-ID PIC 9(6) VALUE 0.
        77    WS-KEEP-AVG-PULSES PIC 9(4) VALUE 0.
        77    WS-KEEP-TARIFF-CAT PIC X VALUE SPACE.
      * Account closure - final bill and settlement figures.
        77    WS-RUN-DATE PIC 9(8) VALUE 0.
        77    WS-OUT-STATUS PIC XX VALUE SPACES.
        77    WS-PAYSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-ARREARS-STATUS PIC XX VALUE SPACES.
        77    WS-ARR-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ON-PLAN PIC X VALUE "N".
        77    WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
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
        77    WS-SEEK-DONE PIC X VALUE "N".
        77    WS-CLOSE-READING PIC 9(4) VALUE 0.
        77    WS-FINAL-ENERGY PIC 9(7)V99 VALUE 0.
        77    WS-FINAL-OWN PIC 9(7)V99 VALUE 0.
        77    WS-FINAL-DUE PIC 9(7)V99 VALUE 0.
        77    WS-BV-DEBIT PIC 9(7)V99 VALUE 0.
        77    WS-BV-CREDIT PIC 9(7)V99 VALUE 0.
        77    WS-CLOSE-DEP PIC 9(6)V99 VALUE 0.
        77    WS-CLOSE-INT PIC 9(6)V99 VALUE 0.
        77    WS-CLOSE-ACCT-CR PIC 9(6)V99 VALUE 0.
        77    WS-CREDIT-POOL PIC 9(7)V99 VALUE 0.
        77    WS-POOL-LEFT PIC 9(7)V99 VALUE 0.
        77    WS-APPLY-AMT PIC 9(7)V99 VALUE 0.
        77    WS-CLOSE-APPLIED PIC 9(7)V99 VALUE 0.
        77    WS-CLOSE-RESIDUAL PIC 9(7)V99 VALUE 0.
        77    WS-JRNL-AMT PIC 9(7)V99 VALUE 0.
        77    WS-NEW-NET-FLAG PIC X VALUE SPACE.
        77    WS-CLOSE-EXPORT PIC 9(4) VALUE 0.
        77    WS-CLOSE-NETTED PIC 9(7) VALUE 0.
        77    WS-CLOSE-EXP-UNITS PIC 9(7) VALUE 0.
        77    WS-CLOSE-EXP-CR PIC 9(6)V99 VALUE 0.
        77    WS-ACCT-DEBTORS PIC X(8) VALUE "14000100".
        77    WS-ACCT-ENERGY PIC X(8) VALUE "40000100".
        77    WS-ACCT-FIXED PIC X(8) VALUE "40000200".
        77    WS-ACCT-DEPINT PIC X(8) VALUE "22000100".
        77    WS-ACCT-DUTY PIC X(8) VALUE "23000100".
        77    WS-ACCT-VAT PIC X(8) VALUE "23000200".
        77    WS-ACCT-BUDGVAR PIC X(8) VALUE "14000400".
        77    WS-ACCT-UNAPPLD PIC X(8) VALUE "22000200".
        77    WS-ACCT-DEPOSIT PIC X(8) VALUE "22000300".
        77    WS-ACCT-REFUNDS PIC X(8) VALUE "21000100".
        77    WS-ACCT-EXPCRED PIC X(8) VALUE "50000100".
        01    CLOSE-TITLE-LINE.
                02  F PIC X(38) VALUE
                    " ACCOUNT CLOSURE SETTLEMENT - CUSTOMER".
                02  F PIC X VALUE SPACE.
                02  CT-CUST-ID PIC 9(6).
                02  F PIC X(9) VALUE "  CLOSED ".
                02  CT-DATE PIC 9(8).
        01    CLOSE-AMT-LINE.
                02  F PIC X VALUE SPACE.
                02  CA-LABEL PIC X(36).
                02  CA-AMOUNT PIC ZZZZZZ9.99.
        01    CLOSE-UNITS-LINE.
                02  F PIC X VALUE SPACE.
                02  CU-LABEL PIC X(36).
                02  CU-UNITS PIC ZZZZZZ9.
        01    CLOSE-PARTY-LINE.
                02  CP-LABEL PIC X(13).
                02  CP-NAME PIC A(20).
                02  F PIC X(2) VALUE SPACES.
                02  CP-ADDRESS PIC X(30).
        01    REFUND-VOUCHER-LINE.
                02  F PIC X(20) VALUE " REFUND VOUCHER REF ".
                02  RV-CUST-ID PIC 9(6).
                02  F PIC X VALUE "-".
                02  RV-DATE PIC 9(8).
                02  F PIC X(9) VALUE "  AMOUNT ".
                02  RV-AMOUNT PIC ZZZZZZ9.99.
        01    JOURNAL-HEADER-LINE.
                02  F PIC X(30) VALUE "ACCOUNT CLOSURE JOURNAL DATED ".
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
                02  JD-SOURCE PIC X(8) VALUE "Q15M".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).
        COPY BILLFMT.
        COPY TARIFWS.
        COPY TAXWS.
        COPY EXPRWS.

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE WS-TODAY-DATE TO WS-RUN-DATE.
        MOVE 1 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM OPEN-AUDIT-PARA.
            CLOSE METERMST-FILE
            OPEN I-O METERMST-FILE
        END-IF.
        OPEN I-O PREMISES-FILE.
        IF WS-PREMISES-STATUS NOT = "00"
            OPEN OUTPUT PREMISES-FILE
            CLOSE PREMISES-FILE
            OPEN I-O PREMISES-FILE
        END-IF.
        PERFORM LOAD-TARIFF-PARA.
        PERFORM LOAD-TAX-PARA.
        PERFORM LOAD-EXPRATE-PARA.
        PERFORM LOAD-ACCTMAP-PARA.
        PERFORM OPEN-WORKORD-PARA.
        PERFORM UNTIL WS-DONE = "Y"
            PERFORM MENU-PARA
        END-PERFORM.
        CLOSE CUSTOMER-REC-FILE, DEPOSIT-FILE, AUDIT-FILE
            , METERMST-FILE, PREMISES-FILE.
        PERFORM CLOSE-WORKORD-PARA.
        STOP RUN.

        OPEN-AUDIT-PARA.
        DISPLAY "----CUSTOMER MASTER MAINTENANCE----".
        DISPLAY "1. ADD NEW CUSTOMER".
        DISPLAY "2. UPDATE ADDRESS / METER NUMBER".
        DISPLAY "3. CLOSE ACCOUNT (FINAL BILL AND SETTLEMENT)".
        DISPLAY "4. ORDER METER EXCHANGE".
        DISPLAY "5. FLAG METER UNREAD THIS CYCLE".
        DISPLAY "6. CHANGE HISTORY FOR A CUSTOMER".
        DISPLAY "7. BUDGET BILLING OPT-IN / OPT-OUT".
        DISPLAY "8. PREMISES MASTER ADD / UPDATE".
        DISPLAY "9. CHANGE OF OCCUPANCY (MOVE-OUT / MOVE-IN)".
        DISPLAY "0. EXIT".
        DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
        ACCEPT WS-CHOICE.
      * Closing an account is supervisor work - a counter clerk
      * signed on at level 1 is refused at the menu, and a change of
      * occupancy closes one, so it is held to the same level.
        EVALUATE WS-CHOICE
            WHEN 1 PERFORM ADD-CUSTOMER-PARA
            WHEN 2 PERFORM UPDATE-CUSTOMER-PARA
            WHEN 3
                IF WS-OPER-LEVEL < 2
                    DISPLAY "ACCOUNT CLOSURE NEEDS SUPERVISOR AUTHORITY"
                ELSE
                    PERFORM DEACTIVATE-CUSTOMER-PARA
                END-IF
            WHEN 5 PERFORM FLAG-UNREAD-PARA
            WHEN 6 PERFORM AUDIT-INQUIRY-PARA
            WHEN 7 PERFORM BUDGET-OPTION-PARA
            WHEN 8 PERFORM PREMISES-MAINT-PARA
            WHEN 9
                IF WS-OPER-LEVEL < 2
                    DISPLAY "CHANGE OF OCCUPANCY NEEDS SUPERVISOR"
                        " AUTHORITY"
                ELSE
                    PERFORM CHANGE-OCCUPANCY-PARA
                END-IF
            WHEN 0 MOVE "Y" TO WS-DONE
            WHEN OTHER DISPLAY "INVALID CHOICE, PLS. TRY AGAIN"
        END-EVALUATE.

      * A new account goes in at a premises: an existing vacant one
      * supplies the address, meter and route; an unknown number
      * sets the premises up from what is keyed here. An occupied
      * premises is refused - that is a change of occupancy.
        ADD-CUSTOMER-PARA.
        DISPLAY "ENTER NEW CUSTOMER ID: " WITH NO ADVANCING.
        ACCEPT IN-CUST-ID.
        MOVE IN-CUST-ID TO WS-CUST-REL-KEY.
        DISPLAY "ENTER CUSTOMER NAME: " WITH NO ADVANCING.
        ACCEPT IN-CUST-NAME.
        DISPLAY "ENTER PREMISES NO. (0 = SAME AS CUSTOMER ID): "
            WITH NO ADVANCING.
        MOVE 0 TO WS-NEW-PREM-NO.
        ACCEPT WS-NEW-PREM-NO.
        IF WS-NEW-PREM-NO = 0
            MOVE IN-CUST-ID TO WS-NEW-PREM-NO
        END-IF.
        MOVE WS-NEW-PREM-NO TO IN-PREM-NO.
        MOVE WS-NEW-PREM-NO TO WS-PREM-REL-KEY.
        READ PREMISES-FILE
            INVALID KEY
                MOVE "N" TO WS-PREM-FOUND
                PERFORM NEW-PREMISES-FIELDS-PARA
            NOT INVALID KEY
                IF PR-STATUS = "O"
                    MOVE "X" TO WS-PREM-FOUND
                    DISPLAY "PREMISES " PR-PREM-NO " IS OCCUPIED BY "
                        PR-CUST-ID " - USE CHANGE OF OCCUPANCY"
                ELSE
                    MOVE "Y" TO WS-PREM-FOUND
                    PERFORM VACANT-PREMISES-FIELDS-PARA
                END-IF
        END-READ.
        IF WS-PREM-FOUND NOT = "X"
            PERFORM ADD-CUSTOMER-FIELDS-PARA
        END-IF.

        NEW-PREMISES-FIELDS-PARA.
        DISPLAY "NEW PREMISES " WS-NEW-PREM-NO.
        DISPLAY "ENTER SUPPLY POINT REFERENCE: " WITH NO ADVANCING.
        MOVE SPACES TO WS-NEW-SUPPLY-POINT.
        ACCEPT WS-NEW-SUPPLY-POINT.
        DISPLAY "ENTER CUSTOMER ADDRESS: " WITH NO ADVANCING.
        ACCEPT IN-CUST-ADDRESS.
        DISPLAY "ENTER METER NUMBER: " WITH NO ADVANCING.
        ACCEPT IN-MTRNO.
        PERFORM ACCEPT-ROUTE-PARA.
        MOVE WS-NEW-ROUTE-CODE TO IN-ROUTE-CODE.
        MOVE WS-NEW-WALK-SEQ TO IN-WALK-SEQ.

        VACANT-PREMISES-FIELDS-PARA.
        DISPLAY "PREMISES " PR-PREM-NO " - " PR-ADDRESS.
        MOVE PR-ADDRESS TO IN-CUST-ADDRESS.
        MOVE PR-ROUTE-CODE TO IN-ROUTE-CODE.
        MOVE PR-WALK-SEQ TO IN-WALK-SEQ.
        IF PR-MTRNO = 0
            DISPLAY "NO METER ON THE PREMISES - ENTER METER NUMBER: "
                WITH NO ADVANCING
            ACCEPT IN-MTRNO
        ELSE
            MOVE PR-MTRNO TO IN-MTRNO
        END-IF.

        ADD-CUSTOMER-FIELDS-PARA.
        PERFORM ACCEPT-TARIFF-CAT-PARA.
        IF WS-NEW-TARIFF-CAT = SPACE
            MOVE "D" TO IN-TARIFF-CAT
        ELSE
            MOVE WS-NEW-TARIFF-CAT TO IN-TARIFF-CAT
        END-IF.
        MOVE 0 TO IN-AVG-PULSES.
        PERFORM NEW-ACCOUNT-DEFAULTS-PARA.
        PERFORM ACCEPT-DDEBIT-PARA.
        WRITE IN-REC
            INVALID KEY
                MOVE IN-MTRNO TO WS-INSTALL-MTRNO
                PERFORM METER-INSTALL-PARA
                PERFORM COLLECT-DEPOSIT-PARA
                PERFORM OCCUPY-PREMISES-PARA
        END-WRITE.

        NEW-ACCOUNT-DEFAULTS-PARA.
        MOVE 0 TO IN-METERED-PULSES.
        MOVE "Y" TO IN-ACTIVE.
        MOVE SPACE TO IN-EXCH-FLAG.
        MOVE 0 TO IN-EXCH-OLD-MTRNO.
        MOVE 0 TO IN-EXCH-OLD-PULSES.
        MOVE 0 TO IN-EXCH-NEW-OPEN.
        MOVE SPACE TO IN-EST-FLAG.
        MOVE 0 TO IN-EST-PULSES.
        MOVE 0 TO IN-DEACT-DATE.
        MOVE SPACE TO IN-DD-FLAG.
        MOVE SPACES TO IN-DD-BANK-CODE.
        MOVE SPACES TO IN-DD-BANK-ACCT.
        MOVE SPACE TO IN-BUDGET-FLAG.
        MOVE 0 TO IN-BUDGET-AMOUNT.
        MOVE SPACE TO IN-NET-FLAG.
        MOVE 0 TO IN-EXPORT-PULSES IN-BANKED-UNITS IN-NET-START-DATE.

      * The premises record is written (new) or taken (vacant) only
      * once the customer record is safely on the master, and the
      * move-in goes on the occupancy history.
        OCCUPY-PREMISES-PARA.
        IF WS-PREM-FOUND = "N"
            MOVE IN-PREM-NO TO PR-PREM-NO
            MOVE WS-NEW-SUPPLY-POINT TO PR-SUPPLY-POINT
            MOVE IN-CUST-ADDRESS TO PR-ADDRESS
            MOVE IN-ROUTE-CODE TO PR-ROUTE-CODE
            MOVE IN-WALK-SEQ TO PR-WALK-SEQ
            MOVE 0 TO PR-LAST-CUST-ID
            MOVE 0 TO PR-HANDOVER-READING
        END-IF.
        MOVE IN-MTRNO TO PR-MTRNO.
        MOVE "O" TO PR-STATUS.
        MOVE IN-CUST-ID TO PR-CUST-ID.
        MOVE WS-TODAY-DATE TO PR-OCC-DATE.
        MOVE IN-PREM-NO TO WS-PREM-REL-KEY.
        IF WS-PREM-FOUND = "N"
            WRITE PREMISES-REC
                INVALID KEY
                    DISPLAY "PREMISES " PR-PREM-NO " NOT WRITTEN"
            END-WRITE
        ELSE
            REWRITE PREMISES-REC
                INVALID KEY
                    DISPLAY "PREMISES " PR-PREM-NO " NOT UPDATED"
            END-REWRITE
        END-IF.
        MOVE "I" TO WS-OCC-EVENT.
        MOVE IN-CUST-ID TO OH-CUST-ID.
        MOVE 0 TO OH-NEW-CUST-ID.
        MOVE 0 TO OH-READING.
        PERFORM WRITE-OCCHIST-PARA.

        WRITE-OCCHIST-PARA.
        OPEN EXTEND OCCHIST-FILE.
        IF WS-OCCHIST-STATUS = "35"
            OPEN OUTPUT OCCHIST-FILE
            CLOSE OCCHIST-FILE
            OPEN EXTEND OCCHIST-FILE
        END-IF.
        MOVE PR-PREM-NO TO OH-PREM-NO.
        MOVE WS-TODAY-DATE TO OH-DATE.
        MOVE WS-OCC-EVENT TO OH-EVENT.
        MOVE WS-OPERATOR-ID TO OH-OPERATOR.
        WRITE OCCHIST-REC.
        CLOSE OCCHIST-FILE.

      * Address, meter and route belong to the premises - a change
      * keyed against the account is carried through to it.
        SYNC-PREMISES-PARA.
        IF IN-PREM-NO NOT = 0
            MOVE IN-PREM-NO TO WS-PREM-REL-KEY
            READ PREMISES-FILE
                INVALID KEY
                    DISPLAY "PREMISES " IN-PREM-NO
                        " NOT ON FILE - NOT UPDATED"
                NOT INVALID KEY
                    MOVE IN-CUST-ADDRESS TO PR-ADDRESS
                    MOVE IN-MTRNO TO PR-MTRNO
                    MOVE IN-ROUTE-CODE TO PR-ROUTE-CODE
                    MOVE IN-WALK-SEQ TO PR-WALK-SEQ
                    REWRITE PREMISES-REC
            END-READ
        END-IF.

        COLLECT-DEPOSIT-PARA.
        DISPLAY "SECURITY DEPOSIT COLLECTED: " WITH NO ADVANCING.
        MOVE 0 TO WS-DEP-COLLECTED.
        MOVE WS-DEP-COLLECTED TO DP-AMOUNT.
        MOVE WS-TODAY-DATE TO DP-RECEIVED-DATE.
        MOVE 0 TO DP-INT-ACCRUED.
        MOVE 0 TO DP-INT-DATE.
        MOVE 0 TO DP-INT-LAST.
        WRITE DEPOSIT-REC
            INVALID KEY
                DISPLAY "DEPOSIT RECORD ALREADY EXISTS FOR "
            MOVE WS-NEW-WALK-SEQ TO IN-WALK-SEQ
        END-IF.
        PERFORM ACCEPT-DDEBIT-PARA.
        PERFORM ACCEPT-NETMETER-PARA.
        REWRITE IN-REC
            INVALID KEY
                DISPLAY "REWRITE FAILED FOR CUSTOMER ID " IN-CUST-ID
                DISPLAY "CUSTOMER " IN-CUST-ID " UPDATED"
                MOVE "UPDATE" TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-PARA
                PERFORM SYNC-PREMISES-PARA
        END-REWRITE.

        METER-EXCHANGE-PARA.
                PERFORM EXCHANGE-FIELDS-PARA
        END-READ.

      * The exchange is ordered, not keyed after the fact: the crew
      * fits the new meter and the completion posted through Q15WC
      * sets the exchange carry-over on the master and moves both
      * meters on the inventory. One exchange at a time - a pending
      * one still has to bill first.
        EXCHANGE-FIELDS-PARA.
        IF IN-EXCH-FLAG = "Y"
            DISPLAY "AN EXCHANGE IS ALREADY PENDING BILLING FOR "
                IN-CUST-ID " - NOT ORDERED"
        ELSE
        IF IN-ACTIVE NOT = "Y"
            DISPLAY "ACCOUNT " IN-CUST-ID " IS CLOSED - NOT ORDERED"
        ELSE
            DISPLAY "REASON FOR EXCHANGE: " WITH NO ADVANCING
            MOVE SPACES TO WS-EXCH-REASON
            ACCEPT WS-EXCH-REASON
            MOVE "E" TO WS-WQ-TYPE
            MOVE IN-CUST-ID TO WS-WQ-CUST-ID
            MOVE IN-CUST-ADDRESS TO WS-WQ-ADDRESS
            MOVE IN-ROUTE-CODE TO WS-WQ-ROUTE-CODE
            MOVE IN-WALK-SEQ TO WS-WQ-WALK-SEQ
            MOVE IN-MTRNO TO WS-WQ-MTRNO
            MOVE WS-EXCH-REASON TO WS-WQ-NOTE
            MOVE "Q15M" TO WS-WQ-SOURCE
            MOVE WS-OPERATOR-ID TO WS-WQ-RAISED-BY
            PERFORM RAISE-WORKORD-PARA
            IF WS-WO-NEW-NO = 0
                DISPLAY "EXCHANGE ORDER " WS-WO-DUP-NO
                    " IS ALREADY OPEN FOR " IN-CUST-ID
            ELSE
                DISPLAY "EXCHANGE ORDER " WS-WO-NEW-NO
                    " RAISED FOR " IN-CUST-ID
            END-IF
        END-IF
        END-IF.

        FLAG-UNREAD-PARA.
                MOVE IN-CUST-ID TO BV-CUST-ID
                MOVE 0 TO BV-VARIANCE
                MOVE WS-TODAY-DATE TO BV-START-DATE
                MOVE 0 TO BV-TRUEUP-DATE
                MOVE 0 TO BV-TRUEUP-AMT
                WRITE BUDGVAR-REC
                END-WRITE
            NOT INVALID KEY
            END-IF
        END-IF.

      * Net metering: Y puts a rooftop solar customer on net metering
      * from today - Q15 pays out whatever is banked each year on the
      * anniversary of that date - N takes them off, and whatever is
      * still banked is paid out on the next bill. Blank leaves the
      * customer as they are.
        ACCEPT-NETMETER-PARA.
        DISPLAY "NET METERING Y/N (BLANK FOR NO CHANGE): "
            WITH NO ADVANCING.
        MOVE SPACE TO WS-NEW-NET-FLAG.
        ACCEPT WS-NEW-NET-FLAG.
        IF WS-NEW-NET-FLAG = "Y" AND IN-NET-FLAG NOT = "Y"
            MOVE "Y" TO IN-NET-FLAG
            MOVE WS-TODAY-DATE TO IN-NET-START-DATE
            MOVE 0 TO IN-EXPORT-PULSES
        END-IF.
        IF WS-NEW-NET-FLAG = "N" AND IN-NET-FLAG = "Y"
            MOVE SPACE TO IN-NET-FLAG
            MOVE 0 TO IN-EXPORT-PULSES
            IF IN-BANKED-UNITS > 0
                DISPLAY IN-BANKED-UNITS
                    " BANKED UNITS WILL BE PAID OUT ON THE NEXT BILL"
            END-IF
        END-IF.

        ACCEPT-TARIFF-CAT-PARA.
        DISPLAY "ENTER TARIFF CATEGORY D/C/I (BLANK FOR NO CHANGE): "
            WITH NO ADVANCING.
        END-IF.

        DEACTIVATE-CUSTOMER-PARA.
        DISPLAY "ENTER CUSTOMER ID TO CLOSE: " WITH NO ADVANCING.
        ACCEPT WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                DISPLAY "NO CUSTOMER RECORD FOUND FOR ID "
                    WS-CUST-REL-KEY
            NOT INVALID KEY
                IF IN-ACTIVE = "N"
                    DISPLAY "CUSTOMER " IN-CUST-ID
                        " IS ALREADY CLOSED"
                ELSE
                    MOVE "N" TO WS-HANDOVER
                    PERFORM ACCEPT-CLOSING-READING-PARA
                END-IF
        END-READ.

      * The closing reading is the units used since the last bill,
      * the same figure the reading upload carries. A pending meter
      * exchange or an estimate still to be recovered is settled on
      * the final bill exactly as Q15U and Q15 would have done.
        ACCEPT-CLOSING-READING-PARA.
        MOVE "N" TO WS-CLOSED-OK.
        IF WS-HANDOVER = "Y"
            DISPLAY "HANDOVER READING - UNITS SINCE LAST BILL: "
                WITH NO ADVANCING
        ELSE
            DISPLAY "CLOSING READING - UNITS SINCE LAST BILL: "
                WITH NO ADVANCING
        END-IF.
        MOVE 0 TO WS-CLOSE-READING.
        ACCEPT WS-CLOSE-READING.
        IF WS-CLOSE-READING > 5000
            DISPLAY "CLOSING READING EXCEEDS THE 5000 SANITY LIMIT"
                " - ACCOUNT NOT CLOSED"
        ELSE
            MOVE 0 TO WS-CLOSE-EXPORT
            IF IN-NET-FLAG = "Y"
                DISPLAY "EXPORT READING - UNITS SINCE LAST BILL: "
                    WITH NO ADVANCING
                ACCEPT WS-CLOSE-EXPORT
            END-IF
            MOVE IN-REC TO WS-BEFORE-IMAGE
            PERFORM CLOSE-ACCOUNT-PARA
        END-IF.

        CLOSE-ACCOUNT-PARA.
        PERFORM OPEN-CLOSURE-FILES-PARA.
        PERFORM FINAL-BILL-PARA.
        PERFORM SETTLE-ACCOUNT-PARA.
        PERFORM CLOSURE-NOTICE-PARA.
        PERFORM CLOSURE-JOURNAL-PARA.
        CLOSE OUT-FILE, PAYSTAT-FILE, ARREARS-FILE, PAYPLAN-FILE
            , SUSPENSE-FILE, LEDGER-FILE, JOURNAL-FILE.
        MOVE "N" TO IN-ACTIVE.
        MOVE WS-TODAY-DATE TO IN-DEACT-DATE.
        MOVE 0 TO IN-METERED-PULSES.
        MOVE SPACE TO IN-EXCH-FLAG.
        MOVE 0 TO IN-EXCH-OLD-MTRNO.
        MOVE 0 TO IN-EXCH-OLD-PULSES.
        MOVE 0 TO IN-EXCH-NEW-OPEN.
        MOVE SPACE TO IN-EST-FLAG.
        MOVE 0 TO IN-EST-PULSES.
        MOVE SPACE TO IN-BUDGET-FLAG.
        MOVE 0 TO IN-BUDGET-AMOUNT.
        MOVE SPACE TO IN-NET-FLAG.
        MOVE 0 TO IN-EXPORT-PULSES IN-BANKED-UNITS IN-NET-START-DATE.
        REWRITE IN-REC
            INVALID KEY
                DISPLAY "REWRITE FAILED FOR CUSTOMER ID "
                    IN-CUST-ID
            NOT INVALID KEY
                DISPLAY "CUSTOMER " IN-CUST-ID " CLOSED"
                MOVE "Y" TO WS-CLOSED-OK
                MOVE "DEACTIVATE" TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-PARA
                IF WS-HANDOVER = "N"
                    PERFORM METER-RECOVER-PARA
                    PERFORM VACATE-PREMISES-PARA
                END-IF
        END-REWRITE.
        IF WS-REFUND-DUE > 0
            DISPLAY "REFUND OF " WS-REFUND-DUE " DUE TO CUSTOMER "
                IN-CUST-ID " - VOUCHER IN FINALBIL.TXT"
        END-IF.
        IF WS-CLOSE-RESIDUAL > 0
            DISPLAY "BALANCE OF " WS-CLOSE-RESIDUAL " STILL OWED BY "
                IN-CUST-ID " - LETTER IN FINALBIL.TXT"
        END-IF.

        OPEN-CLOSURE-FILES-PARA.
        OPEN EXTEND OUT-FILE.
        IF WS-OUT-STATUS = "35"
            OPEN OUTPUT OUT-FILE
            CLOSE OUT-FILE
            OPEN EXTEND OUT-FILE
        END-IF.
        OPEN I-O PAYSTAT-FILE.
        IF WS-PAYSTAT-STATUS NOT = "00"
            OPEN OUTPUT PAYSTAT-FILE
            CLOSE PAYSTAT-FILE
            OPEN I-O PAYSTAT-FILE
        END-IF.
        OPEN I-O ARREARS-FILE.
        IF WS-ARREARS-STATUS NOT = "00"
            OPEN OUTPUT ARREARS-FILE
            CLOSE ARREARS-FILE
            OPEN I-O ARREARS-FILE
        END-IF.
        OPEN INPUT PAYPLAN-FILE.
        IF WS-PAYPLAN-STATUS NOT = "00"
            OPEN OUTPUT PAYPLAN-FILE
            CLOSE PAYPLAN-FILE
            OPEN INPUT PAYPLAN-FILE
        END-IF.
        OPEN I-O SUSPENSE-FILE.
        IF WS-SUSPENSE-STATUS NOT = "00"
            OPEN OUTPUT SUSPENSE-FILE
            CLOSE SUSPENSE-FILE
            OPEN I-O SUSPENSE-FILE
        END-IF.
        OPEN EXTEND LEDGER-FILE.
        IF WS-LEDGER-STATUS = "35"
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
            OPEN EXTEND LEDGER-FILE
        END-IF.
      * The journal is appended, not rewritten - Q15GC's period close
      * takes the closed months out of the file, closure lines go on
      * the end of whatever month is open.
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
                    WHEN "ENERGY  " MOVE AM-ACCT TO WS-ACCT-ENERGY
                    WHEN "FIXED   " MOVE AM-ACCT TO WS-ACCT-FIXED
                    WHEN "DEPINT  " MOVE AM-ACCT TO WS-ACCT-DEPINT
                    WHEN "DUTY    " MOVE AM-ACCT TO WS-ACCT-DUTY
                    WHEN "VAT     " MOVE AM-ACCT TO WS-ACCT-VAT
                    WHEN "BUDGVAR " MOVE AM-ACCT TO WS-ACCT-BUDGVAR
                    WHEN "UNAPPLD " MOVE AM-ACCT TO WS-ACCT-UNAPPLD
                    WHEN "DEPOSIT " MOVE AM-ACCT TO WS-ACCT-DEPOSIT
                    WHEN "REFUNDS " MOVE AM-ACCT TO WS-ACCT-REFUNDS
                    WHEN "EXPCRED " MOVE AM-ACCT TO WS-ACCT-EXPCRED
                    WHEN OTHER CONTINUE
                END-EVALUATE
        END-READ.

      * The final bill is priced exactly as Q15 prices a monthly
      * bill - tariff slabs, then duty and VAT on the month's own
      * charges - but always on actual units, never the budget level
      * amount: a budget customer's accumulated variance is settled
      * on it instead, an under-payment added to the bill and an
      * over-payment carried into the settlement as a credit. A net-
      * metered customer's closing export and banked units are netted
      * against the closing units first, as Q15 would net them.
        FINAL-BILL-PARA.
        MOVE WS-CLOSE-READING TO PULSES.
        IF IN-EXCH-FLAG = "Y"
            IF WS-CLOSE-READING < IN-EXCH-NEW-OPEN
                MOVE 0 TO PULSES
            ELSE
                COMPUTE PULSES = WS-CLOSE-READING - IN-EXCH-NEW-OPEN
            END-IF
            ADD IN-EXCH-OLD-PULSES TO PULSES
        ELSE
            IF IN-EST-FLAG = "E"
                IF WS-CLOSE-READING > IN-EST-PULSES
                    COMPUTE PULSES =
                        WS-CLOSE-READING - IN-EST-PULSES
                ELSE
                    MOVE 0 TO PULSES
                END-IF
            END-IF
        END-IF.
        PERFORM FINAL-NET-METER-PARA.
        PERFORM TARIFF-SELECT-PARA.
        PERFORM CHARGE-CALC-PARA.
        COMPUTE WS-FINAL-ENERGY = CHARGES - 5.00.
        PERFORM TAX-SELECT-PARA.
        PERFORM TAX-CALC-PARA.
        COMPUTE CHARGES = CHARGES + WS-DUTY-AMT + WS-VAT-AMT
            ON SIZE ERROR MOVE "Y" TO WS-CALC-OVERFLOW
        END-COMPUTE.
        MOVE CHARGES TO WS-FINAL-OWN.
        PERFORM BUDGET-SETTLE-PARA.
        ADD WS-BV-DEBIT TO CHARGES
            ON SIZE ERROR MOVE "Y" TO WS-CALC-OVERFLOW
        END-ADD.
        MOVE CHARGES TO WS-FINAL-DUE.
        IF WS-CALC-OVERFLOW = "Y"
            DISPLAY "WARNING: CHARGE CALCULATION OVERFLOWED FOR CUST
      -            "OMER ID " IN-CUST-ID
        END-IF.
        PERFORM PRINT-FINAL-BILL-PARA.
        IF WS-FINAL-DUE > 0
            PERFORM FINAL-PAYSTAT-PARA
            PERFORM FINAL-BILLHIST-PARA
        END-IF.

      * The account will not see another anniversary, so whatever is
      * left banked after netting - or still banked from leaving net
      * metering - is paid out now at the export credit rate and goes
      * into the settlement pool. With no rate on file the units
      * cannot be paid and the operator is told so.
        FINAL-NET-METER-PARA.
        MOVE 0 TO WS-CLOSE-NETTED.
        MOVE 0 TO WS-CLOSE-EXP-CR.
        MOVE IN-BANKED-UNITS TO WS-CLOSE-EXP-UNITS.
        IF IN-NET-FLAG = "Y"
            ADD WS-CLOSE-EXPORT TO WS-CLOSE-EXP-UNITS
            IF WS-CLOSE-EXP-UNITS > PULSES
                MOVE PULSES TO WS-CLOSE-NETTED
                SUBTRACT PULSES FROM WS-CLOSE-EXP-UNITS
                MOVE 0 TO PULSES
            ELSE
                MOVE WS-CLOSE-EXP-UNITS TO WS-CLOSE-NETTED
                SUBTRACT WS-CLOSE-EXP-UNITS FROM PULSES
                MOVE 0 TO WS-CLOSE-EXP-UNITS
            END-IF
        END-IF.
        IF WS-CLOSE-EXP-UNITS > 0
            PERFORM EXPRATE-SELECT-PARA
            COMPUTE WS-CLOSE-EXP-CR ROUNDED =
                WS-CLOSE-EXP-UNITS * WS-EXPORT-RATE
                ON SIZE ERROR MOVE "Y" TO WS-CALC-OVERFLOW
            END-COMPUTE
            IF WS-EXPORT-RATE = 0
                DISPLAY "NO EXPORT CREDIT RATE FOR CATEGORY "
                    IN-TARIFF-CAT " - " WS-CLOSE-EXP-UNITS
                    " BANKED UNITS NOT PAID"
            END-IF
        END-IF.

        BUDGET-SETTLE-PARA.
        MOVE 0 TO WS-BV-DEBIT.
        MOVE 0 TO WS-BV-CREDIT.
        IF IN-BUDGET-FLAG = "Y"
            OPEN I-O BUDGVAR-FILE
            IF WS-BUDGVAR-STATUS = "00"
                MOVE IN-CUST-ID TO WS-BV-REL-KEY
                READ BUDGVAR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF BV-VARIANCE > 0
                            MOVE BV-VARIANCE TO WS-BV-DEBIT
                        ELSE
                            COMPUTE WS-BV-CREDIT = 0 - BV-VARIANCE
                        END-IF
                        MOVE 0 TO BV-VARIANCE
                        REWRITE BUDGVAR-REC
                END-READ
                CLOSE BUDGVAR-FILE
            END-IF
        END-IF.

        PRINT-FINAL-BILL-PARA.
        MOVE WS-TODAY-DATE TO CURR-MONTH.
        MOVE "FINAL BILL" TO BILL-MONTH.
        PERFORM HEADER-PARA.
        MOVE IN-CUST-ADDRESS TO ADDR.
        WRITE OUT-REC FROM ADDRESS-LINE.
        MOVE IN-CUST-ID TO CUST-ID OF CUST-ID-LINE.
        WRITE OUT-REC FROM CUST-ID-LINE.
        WRITE OUT-REC FROM HEADING1.
        WRITE OUT-REC FROM TITLE-LINE.
        WRITE OUT-REC FROM HEADING1.
        MOVE IN-CUST-NAME TO CUST-NAME.
        MOVE PULSES TO METRED-PULSES.
        MOVE WS-FINAL-DUE TO BILL-DUE.
        COMPUTE CHARGES = WS-FINAL-DUE + WS-FINAL-DUE * 0.10
            ON SIZE ERROR MOVE "Y" TO WS-CALC-OVERFLOW
        END-COMPUTE.
        MOVE CHARGES TO LATE-BILL.
        WRITE OUT-REC FROM OUT-FORMAT.
        IF WS-DUTY-AMT > 0 OR WS-VAT-AMT > 0
            MOVE WS-DUTY-AMT TO DTN-AMOUNT
            WRITE OUT-REC FROM DUTY-NOTE-LINE
            MOVE WS-VAT-PCT TO VTN-PCT
            MOVE WS-VAT-AMT TO VTN-AMOUNT
            WRITE OUT-REC FROM VAT-NOTE-LINE
            MOVE WS-FINAL-OWN TO TTL-AMOUNT
            WRITE OUT-REC FROM TAX-TOTAL-LINE
        END-IF.
        IF WS-CLOSE-NETTED > 0
            MOVE "SOLAR EXPORT NETTED (UNITS) .....:" TO CU-LABEL
            MOVE WS-CLOSE-NETTED TO CU-UNITS
            WRITE OUT-REC FROM CLOSE-UNITS-LINE
        END-IF.
        IF WS-BV-DEBIT > 0
            MOVE "BUDGET BILLING TRUE-UP ADDED ....:" TO CA-LABEL
            MOVE WS-BV-DEBIT TO CA-AMOUNT
            WRITE OUT-REC FROM CLOSE-AMT-LINE
        END-IF.
        PERFORM FOOTER-PARA.

      * The final bill is an open item like any other - the
      * settlement below pays it off first from the deposit if it is
      * the oldest, or alongside the customer's older items if not.
      * A bill already issued today by the monthly run is added to
      * rather than replaced.
        FINAL-PAYSTAT-PARA.
        MOVE IN-CUST-ID TO PS-CUST-ID.
        MOVE WS-TODAY-DATE TO PS-ISSUE-DATE.
        READ PAYSTAT-FILE
            INVALID KEY
                MOVE IN-CUST-ID TO PS-CUST-ID
                MOVE WS-TODAY-DATE TO PS-ISSUE-DATE
                MOVE IN-CUST-NAME TO PS-CUST-NAME
                MOVE WS-FINAL-DUE TO PS-AMOUNT
                MOVE "N" TO PS-PAID-FLAG
                MOVE "N" TO PS-SURCH-FLAG
                WRITE PAYSTAT-REC
                END-WRITE
            NOT INVALID KEY
                ADD WS-FINAL-DUE TO PS-AMOUNT
                    ON SIZE ERROR CONTINUE
                END-ADD
                MOVE "N" TO PS-PAID-FLAG
                REWRITE PAYSTAT-REC
        END-READ.
        MOVE IN-CUST-ID TO LG-CUST-ID.
        MOVE WS-TODAY-DATE TO LG-ENTRY-DATE.
        MOVE "B" TO LG-TYPE.
        MOVE "D" TO LG-DRCR.
        MOVE WS-FINAL-DUE TO LG-AMOUNT.
        MOVE 0 TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.

        FINAL-BILLHIST-PARA.
        OPEN EXTEND BILLHIST-FILE.
        IF WS-BILLHIST-STATUS = "35"
            OPEN OUTPUT BILLHIST-FILE
            CLOSE BILLHIST-FILE
            OPEN EXTEND BILLHIST-FILE
        END-IF.
        MOVE IN-CUST-ID TO BH-CUST-ID.
        MOVE "FINAL BILL" TO BH-BILL-MONTH.
        MOVE PULSES TO BH-PULSES.
        MOVE 0 TO BH-PRIOR-BALANCE.
        MOVE WS-FINAL-DUE TO BH-BILL-DUE.
        MOVE CHARGES TO BH-LATE-BILL.
        WRITE BILLHIST-REC.
        CLOSE BILLHIST-FILE.

      * Everything the board holds for the customer - the deposit,
      * the interest accrued on it, credit on account, any budget
      * over-payment and banked solar export paid out - is pooled
      * and spread over the open items oldest-first, the same walk a
      * counter receipt makes. Items
      * out with the bank ("D") are left for the bank's return.
      * What is left of the pool is refunded; what is left unpaid is
      * the residual debt the letter demands, and the arrears
      * balance is left at exactly that figure.
        SETTLE-ACCOUNT-PARA.
        MOVE 0 TO WS-CLOSE-DEP.
        MOVE 0 TO WS-CLOSE-INT.
        MOVE IN-CUST-ID TO WS-DEP-REL-KEY.
        READ DEPOSIT-FILE
            INVALID KEY
                DISPLAY "NO DEPOSIT ON RECORD FOR " IN-CUST-ID
            NOT INVALID KEY
                MOVE DP-AMOUNT TO WS-CLOSE-DEP
                MOVE DP-INT-ACCRUED TO WS-CLOSE-INT
                DELETE DEPOSIT-FILE RECORD
                END-DELETE
        END-READ.
        PERFORM DRAW-ACCT-CREDIT-PARA.
        COMPUTE WS-CREDIT-POOL = WS-CLOSE-DEP + WS-CLOSE-INT
            + WS-CLOSE-ACCT-CR + WS-BV-CREDIT
            + WS-CLOSE-EXP-CR.
        MOVE WS-CREDIT-POOL TO WS-POOL-LEFT.
        MOVE 0 TO WS-CLOSE-APPLIED.
        MOVE 0 TO WS-CLOSE-RESIDUAL.
        MOVE "N" TO WS-SEEK-DONE.
        MOVE IN-CUST-ID TO PS-CUST-ID.
        MOVE 0 TO PS-ISSUE-DATE.
        START PAYSTAT-FILE KEY NOT < PS-KEY
            INVALID KEY
                MOVE "Y" TO WS-SEEK-DONE
        END-START.
        PERFORM SETTLE-SCAN-PARA UNTIL WS-SEEK-DONE = "Y".
        MOVE WS-POOL-LEFT TO WS-REFUND-DUE.
        PERFORM SETTLE-ARREARS-PARA.

        SETTLE-SCAN-PARA.
        READ PAYSTAT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SEEK-DONE
            NOT AT END
                IF PS-CUST-ID NOT = IN-CUST-ID
                    MOVE "Y" TO WS-SEEK-DONE
                ELSE
                    IF PS-PAID-FLAG = "N"
                        PERFORM SETTLE-ITEM-PARA
                    END-IF
                END-IF
        END-READ.

        SETTLE-ITEM-PARA.
        IF WS-POOL-LEFT = 0
            ADD PS-AMOUNT TO WS-CLOSE-RESIDUAL
        ELSE
            IF WS-POOL-LEFT NOT < PS-AMOUNT
                MOVE PS-AMOUNT TO WS-APPLY-AMT
                MOVE "Y" TO PS-PAID-FLAG
            ELSE
                MOVE WS-POOL-LEFT TO WS-APPLY-AMT
                SUBTRACT WS-POOL-LEFT FROM PS-AMOUNT
                ADD PS-AMOUNT TO WS-CLOSE-RESIDUAL
            END-IF
            SUBTRACT WS-APPLY-AMT FROM WS-POOL-LEFT
            ADD WS-APPLY-AMT TO WS-CLOSE-APPLIED
            REWRITE PAYSTAT-REC
            MOVE IN-CUST-ID TO LG-CUST-ID
            MOVE WS-TODAY-DATE TO LG-ENTRY-DATE
            MOVE "S" TO LG-TYPE
            MOVE "C" TO LG-DRCR
            MOVE WS-APPLY-AMT TO LG-AMOUNT
            MOVE PS-ISSUE-DATE TO LG-ALLOC-DATE
            WRITE LEDGER-REC
        END-IF.

      * Every parcel of credit on account is used up at closure -
      * applied to the debt or refunded with the deposit - and the
      * ledger shows the credit drawn back out in one entry.
        DRAW-ACCT-CREDIT-PARA.
        MOVE 0 TO WS-CLOSE-ACCT-CR.
        MOVE "N" TO WS-SEEK-DONE.
        MOVE IN-CUST-ID TO SU-CUST-ID.
        MOVE 0 TO SU-RECEIPT-DATE.
        MOVE 0 TO SU-SEQ.
        START SUSPENSE-FILE KEY NOT < SU-KEY
            INVALID KEY
                MOVE "Y" TO WS-SEEK-DONE
        END-START.
        PERFORM DRAW-CREDIT-SCAN-PARA UNTIL WS-SEEK-DONE = "Y".
        IF WS-CLOSE-ACCT-CR > 0
            MOVE IN-CUST-ID TO LG-CUST-ID
            MOVE WS-TODAY-DATE TO LG-ENTRY-DATE
            MOVE "U" TO LG-TYPE
            MOVE "D" TO LG-DRCR
            MOVE WS-CLOSE-ACCT-CR TO LG-AMOUNT
            MOVE 0 TO LG-ALLOC-DATE
            WRITE LEDGER-REC
        END-IF.

        DRAW-CREDIT-SCAN-PARA.
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SEEK-DONE
            NOT AT END
                IF SU-CUST-ID NOT = IN-CUST-ID
                    MOVE "Y" TO WS-SEEK-DONE
                ELSE
                    IF SU-STATUS = "C"
                        ADD SU-BALANCE TO WS-CLOSE-ACCT-CR
                        MOVE 0 TO SU-BALANCE
                        MOVE "A" TO SU-STATUS
                        MOVE WS-TODAY-DATE TO SU-STATUS-DATE
                        REWRITE SUSPENSE-REC
                        END-REWRITE
                    END-IF
                END-IF
        END-READ.

      * A live plan customer's arrears balance is the unbilled plan
      * remainder - it stays owed on top of the open items and goes
      * into the residual the letter demands.
        SETTLE-ARREARS-PARA.
        MOVE "N" TO WS-ON-PLAN.
        MOVE IN-CUST-ID TO WS-PLAN-REL-KEY.
        READ PAYPLAN-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PP-STATUS = "A"
                    MOVE "Y" TO WS-ON-PLAN
                END-IF
        END-READ.
        MOVE IN-CUST-ID TO WS-ARR-REL-KEY.
        READ ARREARS-FILE
            INVALID KEY
                IF WS-CLOSE-RESIDUAL > 0
                    MOVE IN-CUST-ID TO ARR-CUST-ID
                    MOVE WS-CLOSE-RESIDUAL TO ARR-BALANCE
                    WRITE ARREARS-REC
                    END-WRITE
                END-IF
            NOT INVALID KEY
                IF WS-ON-PLAN = "Y"
                    ADD ARR-BALANCE TO WS-CLOSE-RESIDUAL
                ELSE
                    MOVE WS-CLOSE-RESIDUAL TO ARR-BALANCE
                    REWRITE ARREARS-REC
                END-IF
        END-READ.

      * The settlement statement follows the final bill in
      * FINALBIL.TXT, then either the refund voucher the cashier
      * pays out against or the letter that goes to the customer's
      * forwarding address for whatever is still owed.
        CLOSURE-NOTICE-PARA.
        WRITE OUT-REC FROM HEADING1.
        MOVE IN-CUST-ID TO CT-CUST-ID.
        MOVE WS-TODAY-DATE TO CT-DATE.
        WRITE OUT-REC FROM CLOSE-TITLE-LINE.
        WRITE OUT-REC FROM HEADING1.
        MOVE "FINAL BILL ......................:" TO CA-LABEL.
        MOVE WS-FINAL-DUE TO CA-AMOUNT.
        WRITE OUT-REC FROM CLOSE-AMT-LINE.
        MOVE "SECURITY DEPOSIT HELD ...........:" TO CA-LABEL.
        MOVE WS-CLOSE-DEP TO CA-AMOUNT.
        WRITE OUT-REC FROM CLOSE-AMT-LINE.
        MOVE "DEPOSIT INTEREST ACCRUED ........:" TO CA-LABEL.
        MOVE WS-CLOSE-INT TO CA-AMOUNT.
        WRITE OUT-REC FROM CLOSE-AMT-LINE.
        IF WS-CLOSE-ACCT-CR > 0
            MOVE "CREDIT ON ACCOUNT ...............:" TO CA-LABEL
            MOVE WS-CLOSE-ACCT-CR TO CA-AMOUNT
            WRITE OUT-REC FROM CLOSE-AMT-LINE
        END-IF.
        IF WS-BV-CREDIT > 0
            MOVE "BUDGET BILLING OVER-PAYMENT .....:" TO CA-LABEL
            MOVE WS-BV-CREDIT TO CA-AMOUNT
            WRITE OUT-REC FROM CLOSE-AMT-LINE
        END-IF.
        IF WS-CLOSE-EXP-CR > 0
            MOVE "SOLAR EXPORT CREDIT .............:" TO CA-LABEL
            MOVE WS-CLOSE-EXP-CR TO CA-AMOUNT
            WRITE OUT-REC FROM CLOSE-AMT-LINE
        END-IF.
        MOVE "APPLIED AGAINST OPEN BILLS ......:" TO CA-LABEL.
        MOVE WS-CLOSE-APPLIED TO CA-AMOUNT.
        WRITE OUT-REC FROM CLOSE-AMT-LINE.
        WRITE OUT-REC FROM HEADING1.
        IF WS-REFUND-DUE > 0
            PERFORM REFUND-VOUCHER-PARA
        END-IF.
        IF WS-CLOSE-RESIDUAL > 0
            PERFORM RESIDUAL-LETTER-PARA
        END-IF.
        IF WS-REFUND-DUE = 0 AND WS-CLOSE-RESIDUAL = 0
            MOVE " ACCOUNT SETTLED IN FULL - NOTHING FURTHER IS DUE"
                TO OUT-REC
            WRITE OUT-REC
        END-IF.
        WRITE OUT-REC FROM HEADING1 AFTER ADVANCING PAGE.

        REFUND-VOUCHER-PARA.
        MOVE IN-CUST-ID TO RV-CUST-ID.
        MOVE WS-TODAY-DATE TO RV-DATE.
        MOVE WS-REFUND-DUE TO RV-AMOUNT.
        WRITE OUT-REC FROM REFUND-VOUCHER-LINE.
        MOVE " PAYABLE TO " TO CP-LABEL.
        MOVE IN-CUST-NAME TO CP-NAME.
        MOVE IN-CUST-ADDRESS TO CP-ADDRESS.
        WRITE OUT-REC FROM CLOSE-PARTY-LINE.
        MOVE " AUTHORISED " TO CP-LABEL.
        MOVE SPACES TO CP-NAME.
        MOVE WS-OPERATOR-ID TO CP-NAME.
        MOVE SPACES TO CP-ADDRESS.
        WRITE OUT-REC FROM CLOSE-PARTY-LINE.

        RESIDUAL-LETTER-PARA.
        MOVE " TO          " TO CP-LABEL.
        MOVE IN-CUST-NAME TO CP-NAME.
        MOVE IN-CUST-ADDRESS TO CP-ADDRESS.
        WRITE OUT-REC FROM CLOSE-PARTY-LINE.
        MOVE SPACES TO OUT-REC.
        WRITE OUT-REC.
        MOVE " DEAR CUSTOMER," TO OUT-REC.
        WRITE OUT-REC.
        MOVE " YOUR ELECTRICITY ACCOUNT HAS BEEN CLOSED AND YOUR FINA
      -    "L BILL ISSUED." TO OUT-REC.
        WRITE OUT-REC.
        MOVE " AFTER YOUR SECURITY DEPOSIT AND ANY CREDIT HELD FOR YO
      -    "U WERE APPLIED," TO OUT-REC.
        WRITE OUT-REC.
        MOVE " THE FOLLOWING BALANCE REMAINS UNPAID:" TO OUT-REC.
        WRITE OUT-REC.
        MOVE "BALANCE STILL DUE ...............:" TO CA-LABEL.
        MOVE WS-CLOSE-RESIDUAL TO CA-AMOUNT.
        WRITE OUT-REC FROM CLOSE-AMT-LINE.
        MOVE " PLEASE PAY IT WITHIN 15 DAYS AT ANY BOARD COUNTER OR A
      -    "GENT, QUOTING" TO OUT-REC.
        WRITE OUT-REC.
        MOVE " YOUR CUSTOMER ID. BALANCES LEFT UNPAID ARE REFERRED FO
      -    "R RECOVERY." TO OUT-REC.
        WRITE OUT-REC.

      * Two balanced groups: the final bill raises debtors against
      * revenue, duty, VAT and any budget under-payment; the
      * settlement releases what the board held for the customer -
      * deposit, interest, credit on account, budget over-payment,
      * solar export credit -
      * into debtors for what it paid and into refunds payable for
      * the rest.
        CLOSURE-JOURNAL-PARA.
        MOVE WS-TODAY-DATE TO JH-RUN-DATE.
        PERFORM GL-POST-PERIOD-PARA.
        MOVE WS-GL-PERIOD TO JD-PERIOD.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        MOVE WS-ACCT-DEBTORS TO JD-ACCT.
        MOVE "DR" TO JD-DRCR.
        MOVE WS-FINAL-DUE TO WS-JRNL-AMT.
        MOVE "FINAL BILL - SUNDRY DEBTORS" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-ENERGY TO JD-ACCT.
        MOVE "CR" TO JD-DRCR.
        MOVE WS-FINAL-ENERGY TO WS-JRNL-AMT.
        MOVE "FINAL BILL - ENERGY CHARGES" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-FIXED TO JD-ACCT.
        MOVE 5.00 TO WS-JRNL-AMT.
        MOVE "FINAL BILL - FIXED CHARGE" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-DUTY TO JD-ACCT.
        MOVE WS-DUTY-AMT TO WS-JRNL-AMT.
        MOVE "FINAL BILL - ELECTRICITY DUTY" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-VAT TO JD-ACCT.
        MOVE WS-VAT-AMT TO WS-JRNL-AMT.
        MOVE "FINAL BILL - VAT" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-BUDGVAR TO JD-ACCT.
        MOVE WS-BV-DEBIT TO WS-JRNL-AMT.
        MOVE "FINAL BILL - BUDGET TRUE-UP" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-DEPOSIT TO JD-ACCT.
        MOVE "DR" TO JD-DRCR.
        MOVE WS-CLOSE-DEP TO WS-JRNL-AMT.
        MOVE "CLOSURE - DEPOSIT RELEASED" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-DEPINT TO JD-ACCT.
        MOVE WS-CLOSE-INT TO WS-JRNL-AMT.
        MOVE "CLOSURE - DEPOSIT INTEREST" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-UNAPPLD TO JD-ACCT.
        MOVE WS-CLOSE-ACCT-CR TO WS-JRNL-AMT.
        MOVE "CLOSURE - CREDIT ON ACCOUNT" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-BUDGVAR TO JD-ACCT.
        MOVE WS-BV-CREDIT TO WS-JRNL-AMT.
        MOVE "CLOSURE - BUDGET CREDIT" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-EXPCRED TO JD-ACCT.
        MOVE WS-CLOSE-EXP-CR TO WS-JRNL-AMT.
        MOVE "CLOSURE - SOLAR EXPORT CREDIT" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-DEBTORS TO JD-ACCT.
        MOVE "CR" TO JD-DRCR.
        MOVE WS-CLOSE-APPLIED TO WS-JRNL-AMT.
        MOVE "CLOSURE - APPLIED TO DEBTORS" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.
        MOVE WS-ACCT-REFUNDS TO JD-ACCT.
        MOVE WS-REFUND-DUE TO WS-JRNL-AMT.
        MOVE "CLOSURE - REFUND PAYABLE" TO JD-DESC.
        PERFORM JOURNAL-LINE-PARA.

        JOURNAL-LINE-PARA.
        IF WS-JRNL-AMT > 0
            MOVE WS-JRNL-AMT TO JD-AMOUNT
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.

      * Inventory movements ride the same transaction as the
      * customer update, so a meter can never vanish between the
      * two files. A meter the inventory has never seen is taken on
      * with an unknown make rather than left off the books.
      * A plain move-out leaves the premises vacant with its meter
      * back in store; the closing reading goes on the premises and
      * the occupancy history.
        VACATE-PREMISES-PARA.
        IF IN-PREM-NO NOT = 0
            MOVE IN-PREM-NO TO WS-PREM-REL-KEY
            READ PREMISES-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "V" TO PR-STATUS
                    MOVE 0 TO PR-CUST-ID
                    MOVE IN-CUST-ID TO PR-LAST-CUST-ID
                    MOVE 0 TO PR-MTRNO
                    MOVE WS-TODAY-DATE TO PR-OCC-DATE
                    MOVE WS-CLOSE-READING TO PR-HANDOVER-READING
                    REWRITE PREMISES-REC
                    MOVE "O" TO WS-OCC-EVENT
                    MOVE IN-CUST-ID TO OH-CUST-ID
                    MOVE 0 TO OH-NEW-CUST-ID
                    MOVE WS-CLOSE-READING TO OH-READING
                    PERFORM WRITE-OCCHIST-PARA
            END-READ
        END-IF.

      * Premises maintenance: a number not on file is set up vacant;
      * an existing premises can have its supply point, address and
      * route corrected, carried through to the occupant's account.
      * The meter on an occupied premises only changes by meter
      * exchange, so the stock movements stay in step.
        PREMISES-MAINT-PARA.
        DISPLAY "ENTER PREMISES NO.: " WITH NO ADVANCING.
        MOVE 0 TO WS-PREM-REL-KEY.
        ACCEPT WS-PREM-REL-KEY.
        IF WS-PREM-REL-KEY = 0
            DISPLAY "PREMISES NO. IS ZERO - NOTHING DONE"
        ELSE
            READ PREMISES-FILE
                INVALID KEY
                    PERFORM ADD-PREMISES-PARA
                NOT INVALID KEY
                    PERFORM UPDATE-PREMISES-PARA
            END-READ
        END-IF.

        ADD-PREMISES-PARA.
        DISPLAY "NEW PREMISES " WS-PREM-REL-KEY.
        MOVE WS-PREM-REL-KEY TO PR-PREM-NO.
        DISPLAY "ENTER SUPPLY POINT REFERENCE: " WITH NO ADVANCING.
        MOVE SPACES TO PR-SUPPLY-POINT.
        ACCEPT PR-SUPPLY-POINT.
        DISPLAY "ENTER PREMISES ADDRESS: " WITH NO ADVANCING.
        MOVE SPACES TO PR-ADDRESS.
        ACCEPT PR-ADDRESS.
        DISPLAY "ENTER METER NUMBER (0 IF NONE FITTED): "
            WITH NO ADVANCING.
        MOVE 0 TO PR-MTRNO.
        ACCEPT PR-MTRNO.
        PERFORM ACCEPT-ROUTE-PARA.
        MOVE WS-NEW-ROUTE-CODE TO PR-ROUTE-CODE.
        MOVE WS-NEW-WALK-SEQ TO PR-WALK-SEQ.
        MOVE "V" TO PR-STATUS.
        MOVE 0 TO PR-CUST-ID.
        MOVE 0 TO PR-LAST-CUST-ID.
        MOVE WS-TODAY-DATE TO PR-OCC-DATE.
        MOVE 0 TO PR-HANDOVER-READING.
        WRITE PREMISES-REC
            INVALID KEY
                DISPLAY "PREMISES " PR-PREM-NO " NOT WRITTEN"
            NOT INVALID KEY
                DISPLAY "PREMISES " PR-PREM-NO " ADDED (VACANT)"
        END-WRITE.

        UPDATE-PREMISES-PARA.
        DISPLAY "PREMISES " PR-PREM-NO " SUPPLY POINT "
            PR-SUPPLY-POINT " STATUS " PR-STATUS " OCCUPANT "
            PR-CUST-ID.
        DISPLAY "  " PR-ADDRESS " METER " PR-MTRNO " ROUTE "
            PR-ROUTE-CODE "/" PR-WALK-SEQ.
        DISPLAY "ENTER NEW SUPPLY POINT REF (BLANK TO KEEP CURRENT): "
            WITH NO ADVANCING.
        MOVE SPACES TO WS-NEW-SUPPLY-POINT.
        ACCEPT WS-NEW-SUPPLY-POINT.
        IF WS-NEW-SUPPLY-POINT NOT = SPACES
            MOVE WS-NEW-SUPPLY-POINT TO PR-SUPPLY-POINT
        END-IF.
        DISPLAY "ENTER NEW ADDRESS (BLANK TO KEEP CURRENT): "
            WITH NO ADVANCING.
        MOVE SPACES TO WS-NEW-ADDRESS.
        ACCEPT WS-NEW-ADDRESS.
        IF WS-NEW-ADDRESS NOT = SPACES
            MOVE WS-NEW-ADDRESS TO PR-ADDRESS
        END-IF.
        IF PR-STATUS = "V"
            DISPLAY "ENTER NEW METER NUMBER (0 TO KEEP CURRENT): "
                WITH NO ADVANCING
            MOVE 0 TO WS-NEW-MTRNO
            ACCEPT WS-NEW-MTRNO
            IF WS-NEW-MTRNO NOT = 0
                MOVE WS-NEW-MTRNO TO PR-MTRNO
            END-IF
        END-IF.
        PERFORM ACCEPT-ROUTE-PARA.
        IF WS-NEW-ROUTE-CODE NOT = SPACES
            MOVE WS-NEW-ROUTE-CODE TO PR-ROUTE-CODE
        END-IF.
        IF WS-NEW-WALK-SEQ NOT = 0
            MOVE WS-NEW-WALK-SEQ TO PR-WALK-SEQ
        END-IF.
        REWRITE PREMISES-REC
            INVALID KEY
                DISPLAY "PREMISES " PR-PREM-NO " NOT UPDATED"
            NOT INVALID KEY
                DISPLAY "PREMISES " PR-PREM-NO " UPDATED"
                IF PR-STATUS = "O"
                    PERFORM PREMISES-TO-OCCUPANT-PARA
                END-IF
        END-REWRITE.

        PREMISES-TO-OCCUPANT-PARA.
        MOVE PR-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                DISPLAY "OCCUPANT " PR-CUST-ID " NOT ON THE MASTER"
            NOT INVALID KEY
                MOVE IN-REC TO WS-BEFORE-IMAGE
                MOVE PR-ADDRESS TO IN-CUST-ADDRESS
                MOVE PR-ROUTE-CODE TO IN-ROUTE-CODE
                MOVE PR-WALK-SEQ TO IN-WALK-SEQ
                REWRITE IN-REC
                    INVALID KEY
                        DISPLAY "REWRITE FAILED FOR CUSTOMER ID "
                            IN-CUST-ID
                    NOT INVALID KEY
                        MOVE "PREMISES" TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-PARA
                END-REWRITE
        END-READ.

      * Change of occupancy: the outgoing account is closed through
      * the normal closure (final bill on the handover reading,
      * deposit settlement) but the meter stays on the wall; the
      * incoming account is opened at the same premises starting
      * from that reading, so each person's debt stays with that
      * person and the consumption history stays with the premises.
      * The premises' rolling average carries over to the new
      * account as its estimating basis.
        CHANGE-OCCUPANCY-PARA.
        DISPLAY "ENTER PREMISES NO.: " WITH NO ADVANCING.
        MOVE 0 TO WS-PREM-REL-KEY.
        ACCEPT WS-PREM-REL-KEY.
        READ PREMISES-FILE
            INVALID KEY
                DISPLAY "NO PREMISES ON FILE FOR " WS-PREM-REL-KEY
            NOT INVALID KEY
                IF PR-STATUS NOT = "O"
                    DISPLAY "PREMISES " PR-PREM-NO " IS VACANT -"
                        " ADD THE NEW CUSTOMER AT IT INSTEAD"
                ELSE
                    PERFORM ACCEPT-INCOMING-PARA
                END-IF
        END-READ.

        ACCEPT-INCOMING-PARA.
        MOVE PR-CUST-ID TO WS-OUT-CUST-ID.
        DISPLAY "ENTER INCOMING CUSTOMER ID: " WITH NO ADVANCING.
        MOVE 0 TO WS-NEXT-CUST-ID.
        ACCEPT WS-NEXT-CUST-ID.
        MOVE WS-NEXT-CUST-ID TO WS-CUST-REL-KEY.
        IF WS-NEXT-CUST-ID = 0
            DISPLAY "CUSTOMER ID IS ZERO - NOTHING DONE"
        ELSE
            READ CUSTOMER-REC-FILE
                INVALID KEY
                    PERFORM CLOSE-OUTGOING-PARA
                NOT INVALID KEY
                    DISPLAY "CUSTOMER ID " WS-NEXT-CUST-ID
                        " ALREADY EXISTS - NOTHING DONE"
            END-READ
        END-IF.

        CLOSE-OUTGOING-PARA.
        MOVE WS-OUT-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                DISPLAY "OUTGOING CUSTOMER " WS-OUT-CUST-ID
                    " NOT ON THE MASTER - NOTHING DONE"
            NOT INVALID KEY
                IF IN-ACTIVE = "N"
                    DISPLAY "OUTGOING CUSTOMER " IN-CUST-ID
                        " IS ALREADY CLOSED - NOTHING DONE"
                ELSE
                    MOVE IN-AVG-PULSES TO WS-KEEP-AVG-PULSES
                    MOVE IN-TARIFF-CAT TO WS-KEEP-TARIFF-CAT
                    MOVE "Y" TO WS-HANDOVER
                    PERFORM ACCEPT-CLOSING-READING-PARA
                    MOVE "N" TO WS-HANDOVER
                    IF WS-CLOSED-OK = "Y"
                        PERFORM OPEN-INCOMING-PARA
                    END-IF
                END-IF
        END-READ.

        OPEN-INCOMING-PARA.
        MOVE IN-PREM-NO TO WS-PREM-REL-KEY.
        READ PREMISES-FILE
            INVALID KEY
                DISPLAY "PREMISES " IN-PREM-NO " NOT ON FILE"
        END-READ.
        MOVE WS-NEXT-CUST-ID TO WS-CUST-REL-KEY.
        MOVE WS-NEXT-CUST-ID TO IN-CUST-ID.
        DISPLAY "ENTER INCOMING CUSTOMER NAME: " WITH NO ADVANCING.
        ACCEPT IN-CUST-NAME.
        MOVE PR-PREM-NO TO IN-PREM-NO.
        MOVE PR-ADDRESS TO IN-CUST-ADDRESS.
        MOVE PR-MTRNO TO IN-MTRNO.
        MOVE PR-ROUTE-CODE TO IN-ROUTE-CODE.
        MOVE PR-WALK-SEQ TO IN-WALK-SEQ.
        PERFORM ACCEPT-TARIFF-CAT-PARA.
        IF WS-NEW-TARIFF-CAT = SPACE
            MOVE WS-KEEP-TARIFF-CAT TO IN-TARIFF-CAT
        ELSE
            MOVE WS-NEW-TARIFF-CAT TO IN-TARIFF-CAT
        END-IF.
        MOVE WS-KEEP-AVG-PULSES TO IN-AVG-PULSES.
        PERFORM NEW-ACCOUNT-DEFAULTS-PARA.
        PERFORM ACCEPT-DDEBIT-PARA.
        WRITE IN-REC
            INVALID KEY
                DISPLAY "CUSTOMER ID " IN-CUST-ID " ALREADY EXISTS -"
                    " PREMISES LEFT VACANT"
                MOVE WS-OUT-CUST-ID TO IN-CUST-ID
                PERFORM METER-RECOVER-PARA
                PERFORM VACATE-PREMISES-PARA
            NOT INVALID KEY
                DISPLAY "CUSTOMER " IN-CUST-ID " OPENED AT PREMISES "
                    PR-PREM-NO
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE "ADD" TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-PARA
                MOVE IN-MTRNO TO WS-INSTALL-MTRNO
                PERFORM METER-INSTALL-PARA
                PERFORM COLLECT-DEPOSIT-PARA
                PERFORM HANDOVER-PREMISES-PARA
        END-WRITE.

        HANDOVER-PREMISES-PARA.
        MOVE "O" TO PR-STATUS.
        MOVE WS-OUT-CUST-ID TO PR-LAST-CUST-ID.
        MOVE IN-CUST-ID TO PR-CUST-ID.
        MOVE WS-TODAY-DATE TO PR-OCC-DATE.
        MOVE WS-CLOSE-READING TO PR-HANDOVER-READING.
        REWRITE PREMISES-REC
            INVALID KEY
                DISPLAY "PREMISES " PR-PREM-NO " NOT UPDATED"
        END-REWRITE.
        MOVE "H" TO WS-OCC-EVENT.
        MOVE WS-OUT-CUST-ID TO OH-CUST-ID.
        MOVE IN-CUST-ID TO OH-NEW-CUST-ID.
        MOVE WS-CLOSE-READING TO OH-READING.
        PERFORM WRITE-OCCHIST-PARA.

        METER-INSTALL-PARA.
        MOVE WS-INSTALL-MTRNO TO WS-MTR-REL-KEY.
        READ METERMST-FILE
                REWRITE METER-REC
        END-READ.

        METER-RECOVER-PARA.
        MOVE IN-MTRNO TO WS-MTR-REL-KEY.
        READ METERMST-FILE
                DISPLAY "METER " IN-MTRNO " RETURNED TO STORE"
        END-READ.

        COPY BILLCALC.

        COPY EXPRCALC.

        COPY OPERSIGN.

        COPY GLPERDP.

        COPY WORKORDP.
