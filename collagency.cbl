      ******************************************************************
      * Author:
      * Date:
      * Purpose: Collection agency interface for debt the board has
      *          stopped chasing itself - accounts that went through
      *          Q15H's letters and Q15D's disconnection and still did
      *          not pay, and balances Q15W has written off. Signed on
      *          by a supervisor.
      *          The placement run picks accounts by the rules in
      *          AGYPARM.DAT (minimum balance, days since the supply
      *          was disconnected or the account closed, and whether
      *          open debt, written-off debt in WOFFLDGR.DAT or both
      *          may be placed) and writes the agency's placement file
      *          AGYPLACE.TXT: one header per account with the name,
      *          last address and amounts, one line per open or
      *          written-off item, and a trailer. Each account placed
      *          is marked in AGENCY.DAT so Q15H writes to it no more.
      *          A customer on a live payment plan or with a bill held
      *          under dispute is never placed.
      *          The collections run posts the agency's AGYCOLL.DAT.
      *          A collection goes into RECEIPTS.DAT under channel
      *          AGENCY for Q15P to apply like any other receipt; the
      *          part beyond the customer's open items that covers
      *          written-off debt is first posted as a recovery, as
      *          Q15W does it (WOFFLDGR.DAT "R" entry, item re-opened,
      *          loss reversed in the GL). The commission the agency
      *          kept is journalled against the AGENCY bank account so
      *          the bank debit Q15P makes is brought down to what was
      *          actually remitted. A recall takes the account back;
      *          an account returned as uncollectable is closed off
      *          with the agency and, if open items remain, put on the
      *          WOFFAPPR.DAT approval list for Q15W's next run.
      *          Accounts can also be recalled from the menu, which
      *          lists them in AGYRECL.TXT for the agency.
      *          Postings register in AGYPOST.TXT; journal appended to
      *          GLJRNL.TXT.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15CA.
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
          SELECT PAYSTAT-FILE ASSIGN TO "PAYSTAT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PS-KEY
            FILE STATUS IS WS-PAYSTAT-STATUS.
          SELECT DISCSTAT-FILE ASSIGN TO "DISCSTAT.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-DISC-REL-KEY
            FILE STATUS IS WS-DISCSTAT-STATUS.
          SELECT PAYPLAN-FILE ASSIGN TO "PAYPLAN.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PLAN-REL-KEY
            FILE STATUS IS WS-PAYPLAN-STATUS.
          SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DI-KEY
            FILE STATUS IS WS-DISPUTE-STATUS.
          SELECT AGENCY-FILE ASSIGN TO "AGENCY.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-AGY-REL-KEY
            FILE STATUS IS WS-AGENCY-STATUS.
          SELECT WOFF-FILE ASSIGN TO "WOFFLDGR.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-WOFF-STATUS.
          SELECT APPROVAL-FILE ASSIGN TO "WOFFAPPR.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-APPR-STATUS.
          SELECT LEDGER-FILE ASSIGN TO "RECVLDGR.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-LEDGER-STATUS.
          SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RECEIPT-STATUS.
          SELECT COLLECT-FILE ASSIGN TO "AGYCOLL.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-COLLECT-STATUS.
          SELECT PLACEMENT-FILE ASSIGN TO "AGYPLACE.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RECALL-FILE ASSIGN TO "AGYRECL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECALL-STATUS.
          SELECT REGISTER-FILE ASSIGN TO "AGYPOST.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AGY-PARAMETER-FILE ASSIGN TO "AGYPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-AGY-PARM-STATUS.
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
        FD    PAYSTAT-FILE.
        COPY PAYSTAT.
        FD    DISCSTAT-FILE.
        COPY DISCSTAT.
        FD    PAYPLAN-FILE.
        COPY PAYPLAN.
        FD    DISPUTE-FILE.
        COPY DISPUTE.
        FD    AGENCY-FILE.
        COPY AGENCY.
        FD    WOFF-FILE.
        COPY WOFFLDGR.
        FD    APPROVAL-FILE.
        01    APPROVAL-REC.
                02  AP-APPR-CUST-ID PIC 9(6).
        FD    LEDGER-FILE.
        COPY RECVLDGR.
        FD    RECEIPTS-FILE.
        01    RECEIPT-REC.
                02  RC-CUST-ID PIC 9(6).
                02  RC-DATE PIC 9(8).
                02  RC-AMOUNT PIC 9(6)V99.
                02  RC-CHANNEL PIC X(8).
      * One line per account event reported by the agency.
      * AC-TYPE: C = collection (AC-AMOUNT gross as paid by the
      * customer, AC-COMMISSION what the agency kept out of it),
      * R = account handed back on recall, U = returned as
      * uncollectable. One collection line per account per date.
        FD    COLLECT-FILE.
        01    COLLECT-REC.
                02  AC-CUST-ID PIC 9(6).
                02  AC-TYPE PIC X.
                02  AC-DATE PIC 9(8).
                02  AC-AMOUNT PIC 9(6)V99.
                02  AC-COMMISSION PIC 9(6)V99.
      * Placement file for the agency: an H record per account, its
      * I records (item status O = open, W = written off), and one
      * T trailer with the count and total placed.
        FD    PLACEMENT-FILE.
        01    PLACE-HEADER-REC.
                02  PH-REC-TYPE PIC X.
                02  PH-CUST-ID PIC 9(6).
                02  PH-CUST-NAME PIC A(20).
                02  PH-ADDRESS PIC X(30).
                02  PH-PLACED-AMT PIC 9(6)V99.
                02  PH-LIVE-AMT PIC 9(6)V99.
                02  PH-WOFF-AMT PIC 9(6)V99.
                02  PH-DISC-DATE PIC 9(8).
                02  PH-PLACED-DATE PIC 9(8).
        01    PLACE-ITEM-REC.
                02  PI-REC-TYPE PIC X.
                02  PI-CUST-ID PIC 9(6).
                02  PI-ISSUE-DATE PIC 9(8).
                02  PI-AMOUNT PIC 9(6)V99.
                02  PI-ITEM-STATUS PIC X.
        01    PLACE-TRAILER-REC.
                02  PT-REC-TYPE PIC X.
                02  PT-RUN-DATE PIC 9(8).
                02  PT-COUNT PIC 9(6).
                02  PT-TOTAL PIC 9(8)V99.
        FD    RECALL-FILE.
        01    RECALL-REC.
                02  RR-CUST-ID PIC 9(6).
                02  F PIC X(2).
                02  RR-CUST-NAME PIC A(20).
                02  F PIC X(2).
                02  RR-RECALL-DATE PIC 9(8).
        FD    REGISTER-FILE.
        01    REGISTER-REC PIC X(80).
        FD    AGY-PARAMETER-FILE.
        01    AGY-PARM-REC.
                02  APARM-MIN-BALANCE PIC 9(6)V99.
                02  APARM-MIN-DAYS PIC 9(3).
                02  APARM-WOFF-RULE PIC X.
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
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15CA".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PAYSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-DISCSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-DISC-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-DISPUTE-STATUS PIC XX VALUE SPACES.
        77    WS-DH-OPEN PIC X VALUE "N".
        77    WS-DH-CUST-ID PIC 9(6) VALUE 0.
        77    WS-DH-ISSUE-DATE PIC 9(8) VALUE 0.
        77    WS-DH-HELD PIC X VALUE "N".
        77    WS-DH-DONE PIC X VALUE "N".
        77    WS-AGENCY-STATUS PIC XX VALUE SPACES.
        77    WS-AGY-REL-KEY PIC 9(6) VALUE 0.
        77    WS-AGY-FOUND PIC X VALUE "N".
        77    WS-AGY-PRIOR PIC X VALUE SPACE.
        77    WS-WOFF-STATUS PIC XX VALUE SPACES.
        77    WS-APPR-STATUS PIC XX VALUE SPACES.
        77    WS-LEDGER-STATUS PIC XX VALUE SPACES.
        77    WS-RECEIPT-STATUS PIC XX VALUE SPACES.
        77    WS-COLLECT-STATUS PIC XX VALUE SPACES.
        77    WS-RECALL-STATUS PIC XX VALUE SPACES.
        77    WS-AGY-PARM-STATUS PIC XX VALUE SPACES.
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
        77    WS-EOF PIC X VALUE "N".
        77    WS-SEEK-DONE PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-TODAY-INT PIC 9(9) VALUE 0.
        77    WS-DISC-INT PIC 9(9) VALUE 0.
        77    WS-DAYS-OFF PIC S9(7) VALUE 0.
      * Placement rules - from AGYPARM.DAT when present. An account
      * must owe at least the minimum; open debt is placed only once
      * the supply has been off (or the account closed) for the
      * minimum days. WS-WOFF-RULE: A = open and written-off debt
      * both placed, L = open debt only, W = written-off debt only.
        77    WS-MIN-BALANCE PIC 9(6)V99 VALUE 500.00.
        77    WS-MIN-DAYS PIC 9(3) VALUE 90.
        77    WS-WOFF-RULE PIC X VALUE "A".
        77    WS-ELIGIBLE PIC X VALUE "N".
        77    WS-ON-PLAN PIC X VALUE "N".
        77    WS-DISC-DATE PIC 9(8) VALUE 0.
        77    WS-GATHER-CUST PIC 9(6) VALUE 0.
        77    WS-LIVE-OPEN PIC 9(7)V99 VALUE 0.
        77    WS-WOFF-NET PIC 9(7)V99 VALUE 0.
        77    WS-PLACE-LIVE PIC 9(6)V99 VALUE 0.
        77    WS-PLACE-WOFF PIC 9(6)V99 VALUE 0.
        77    WS-PLACE-AMT PIC 9(7)V99 VALUE 0.
        77    WS-PLACE-COUNT PIC 9(6) VALUE 0.
        77    WS-PLACE-TOTAL PIC 9(8)V99 VALUE 0.
        77    WS-RECOV-AMT PIC 9(6)V99 VALUE 0.
        77    WS-REQ-CUST-ID PIC 9(6) VALUE 0.
        77    WS-DISPOSITION PIC X(24) VALUE SPACES.
        77    WS-LINE-COUNT PIC 9(6) VALUE 0.
        77    WS-COLL-COUNT PIC 9(6) VALUE 0.
        77    WS-COLL-TOTAL PIC 9(8)V99 VALUE 0.
        77    WS-COMM-TOTAL PIC 9(8)V99 VALUE 0.
        77    WS-RECOV-COUNT PIC 9(6) VALUE 0.
        77    WS-RECOV-TOTAL PIC 9(8)V99 VALUE 0.
        77    WS-SETTLED-COUNT PIC 9(6) VALUE 0.
        77    WS-RECALL-COUNT PIC 9(6) VALUE 0.
        77    WS-UNCOLL-COUNT PIC 9(6) VALUE 0.
        77    WS-APPR-COUNT PIC 9(6) VALUE 0.
        77    WS-REJECT-COUNT PIC 9(6) VALUE 0.
        77    WS-CHAN-AGENCY PIC X(8) VALUE "AGENCY".
        77    WS-ACCT-DEBTORS PIC X(8) VALUE "14000100".
        77    WS-ACCT-BADDEBT PIC X(8) VALUE "59000100".
        77    WS-ACCT-AGYCOMM PIC X(8) VALUE "59000200".
        77    WS-ACCT-CASH PIC X(8) VALUE "11000100".
        77    WS-ACCT-AGENCY PIC X(8) VALUE SPACES.
      * Net written-off balance per customer (write-offs less
      * recoveries) from WOFFLDGR.DAT, kept current as recoveries
      * are posted in the run.
        77    WS-WT-COUNT PIC 9(4) VALUE 0.
        77    WS-WT-MAX PIC 9(4) VALUE 2000.
        77    WS-WT-IDX PIC 9(4) VALUE 0.
        77    WS-WT-HIT PIC 9(4) VALUE 0.
        77    WS-WT-KEY PIC 9(6) VALUE 0.
        01    WS-WOFF-TABLE.
                02  WS-WT-ENTRY OCCURS 2000 TIMES.
                    03  WS-WT-CUST PIC 9(6).
                    03  WS-WT-NET PIC S9(7)V99.
      * The customer's items as gathered off PAYSTAT.DAT - an account
      * with more items than the table holds still goes to the agency
      * in full on its header, only the itemizing stops.
        77    WS-IT-COUNT PIC 9(2) VALUE 0.
        77    WS-IT-MAX PIC 9(2) VALUE 24.
        77    WS-IT-IDX PIC 9(2) VALUE 0.
        01    WS-ITEM-TABLE.
                02  WS-IT-ENTRY OCCURS 24 TIMES.
                    03  WS-IT-DATE PIC 9(8).
                    03  WS-IT-AMT PIC 9(6)V99.
                    03  WS-IT-FLAG PIC X.
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    REGISTER-TITLE-LINE PIC X(80) VALUE
            "CUST ID  TYPE  DATE      AMOUNT     COMMISSN  DISPOSITION".
        01    REGISTER-DETAIL-LINE.
                02  RG-CUST-ID PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  RG-TYPE PIC X(4).
                02  F PIC X(2) VALUE SPACES.
                02  RG-DATE PIC 9(8).
                02  F PIC X(2) VALUE SPACES.
                02  RG-AMOUNT PIC ZZZZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  RG-COMM PIC ZZZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  RG-DISP PIC X(24).
        01    REGISTER-SUMMARY-LINE.
                02  RS-LABEL PIC X(28).
                02  RS-COUNT PIC Z(5)9.
                02  F PIC X(3) VALUE " / ".
                02  RS-AMOUNT PIC Z(7)9.99.
        01    JOURNAL-HEADER-LINE.
                02  F PIC X(26) VALUE "AGENCY COLLECTIONS DATED ".
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
                02  JD-SOURCE PIC X(8) VALUE "Q15CA".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
        MOVE 2 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM LOAD-AGY-PARM-PARA.
        PERFORM LOAD-ACCTMAP-PARA.
        PERFORM MENU-PARA UNTIL WS-DONE = "Y".
        STOP RUN.

        MENU-PARA.
        DISPLAY "----COLLECTION AGENCY INTERFACE----".
        DISPLAY "1. PLACEMENT RUN - SEND ACCOUNTS TO THE AGENCY".
        DISPLAY "2. POST THE AGENCY'S COLLECTIONS FILE".
        DISPLAY "3. RECALL AN ACCOUNT FROM THE AGENCY".
        DISPLAY "4. EXIT".
        DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
        ACCEPT WS-CHOICE.
        EVALUATE WS-CHOICE
            WHEN 1 PERFORM PLACEMENT-RUN-PARA
            WHEN 2 PERFORM COLLECTIONS-RUN-PARA
            WHEN 3 PERFORM RECALL-PARA
            WHEN 4 MOVE "Y" TO WS-DONE
            WHEN OTHER DISPLAY "INVALID CHOICE, PLS. TRY AGAIN"
        END-EVALUATE.

        LOAD-AGY-PARM-PARA.
        OPEN INPUT AGY-PARAMETER-FILE.
        IF WS-AGY-PARM-STATUS = "00"
            READ AGY-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE APARM-MIN-BALANCE TO WS-MIN-BALANCE
                    MOVE APARM-MIN-DAYS TO WS-MIN-DAYS
                    IF APARM-WOFF-RULE = "A" OR APARM-WOFF-RULE = "L"
                            OR APARM-WOFF-RULE = "W"
                        MOVE APARM-WOFF-RULE TO WS-WOFF-RULE
                    END-IF
                    DISPLAY "PLACEMENT RULES TAKEN FROM PARAMETER FILE"
            END-READ
            CLOSE AGY-PARAMETER-FILE
        END-IF.

      * The agency remits into its own bank account - the AGENCY
      * channel's account in ACCTMAP.DAT, the same one Q15P debits
      * for the receipts; with none set up Q15P uses CASH, so the
      * commission does too.
        LOAD-ACCTMAP-PARA.
        OPEN INPUT ACCTMAP-FILE.
        IF WS-ACCTMAP-STATUS = "00"
            MOVE "N" TO WS-ACCTMAP-EOF
            PERFORM READ-ACCTMAP-PARA UNTIL WS-ACCTMAP-EOF = "Y"
            CLOSE ACCTMAP-FILE
        END-IF.
        IF WS-ACCT-AGENCY = SPACES
            MOVE WS-ACCT-CASH TO WS-ACCT-AGENCY
        END-IF.

        READ-ACCTMAP-PARA.
        READ ACCTMAP-FILE
            AT END
                MOVE "Y" TO WS-ACCTMAP-EOF
            NOT AT END
                EVALUATE AM-KEY
                    WHEN "DEBTORS " MOVE AM-ACCT TO WS-ACCT-DEBTORS
                    WHEN "BADDEBT " MOVE AM-ACCT TO WS-ACCT-BADDEBT
                    WHEN "AGYCOMM " MOVE AM-ACCT TO WS-ACCT-AGYCOMM
                    WHEN "CASH    " MOVE AM-ACCT TO WS-ACCT-CASH
                    WHEN "AGENCY  " MOVE AM-ACCT TO WS-ACCT-AGENCY
                    WHEN OTHER CONTINUE
                END-EVALUATE
        END-READ.

        LOAD-WOFF-TABLE-PARA.
        MOVE 0 TO WS-WT-COUNT.
        OPEN INPUT WOFF-FILE.
        IF WS-WOFF-STATUS = "00"
            MOVE "N" TO WS-EOF
            PERFORM READ-WOFF-PARA UNTIL WS-EOF = "Y"
            CLOSE WOFF-FILE
        END-IF.

        READ-WOFF-PARA.
        READ WOFF-FILE
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM WOFF-ENTRY-PARA
        END-READ.

        WOFF-ENTRY-PARA.
        MOVE WO-CUST-ID TO WS-WT-KEY.
        PERFORM FIND-WOFF-ENTRY-PARA.
        IF WS-WT-HIT = 0 AND WS-WT-COUNT < WS-WT-MAX
            ADD 1 TO WS-WT-COUNT
            MOVE WO-CUST-ID TO WS-WT-CUST(WS-WT-COUNT)
            MOVE 0 TO WS-WT-NET(WS-WT-COUNT)
            MOVE WS-WT-COUNT TO WS-WT-HIT
        END-IF.
        IF WS-WT-HIT > 0
            IF WO-TYPE = "W"
                ADD WO-AMOUNT TO WS-WT-NET(WS-WT-HIT)
            ELSE
                SUBTRACT WO-AMOUNT FROM WS-WT-NET(WS-WT-HIT)
            END-IF
        END-IF.

        FIND-WOFF-ENTRY-PARA.
        MOVE 0 TO WS-WT-HIT.
        PERFORM VARYING WS-WT-IDX FROM 1 BY 1
                UNTIL WS-WT-IDX > WS-WT-COUNT OR WS-WT-HIT > 0
            IF WS-WT-CUST(WS-WT-IDX) = WS-WT-KEY
                MOVE WS-WT-IDX TO WS-WT-HIT
            END-IF
        END-PERFORM.

        WOFF-NET-PARA.
        MOVE 0 TO WS-WOFF-NET.
        PERFORM FIND-WOFF-ENTRY-PARA.
        IF WS-WT-HIT > 0
            IF WS-WT-NET(WS-WT-HIT) > 0
                MOVE WS-WT-NET(WS-WT-HIT) TO WS-WOFF-NET
            END-IF
        END-IF.

      * Open items are the ones Q15P would collect; "W" items are
      * the ones Q15W closed by write-off. Paid, superseded and
      * bank-held items are not the agency's business.
        GATHER-ITEMS-PARA.
        MOVE 0 TO WS-LIVE-OPEN.
        MOVE 0 TO WS-IT-COUNT.
        MOVE WS-GATHER-CUST TO PS-CUST-ID.
        MOVE 0 TO PS-ISSUE-DATE.
        MOVE "N" TO WS-SEEK-DONE.
        START PAYSTAT-FILE KEY NOT < PS-KEY
            INVALID KEY
                MOVE "Y" TO WS-SEEK-DONE
        END-START.
        PERFORM GATHER-ITEM-PARA UNTIL WS-SEEK-DONE = "Y".

        GATHER-ITEM-PARA.
        READ PAYSTAT-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SEEK-DONE
            NOT AT END
                IF PS-CUST-ID NOT = WS-GATHER-CUST
                    MOVE "Y" TO WS-SEEK-DONE
                ELSE
                    IF PS-PAID-FLAG = "W"
                        PERFORM KEEP-ITEM-PARA
                    ELSE
                        IF PS-PAID-FLAG NOT = "Y"
                                AND PS-PAID-FLAG NOT = "S"
                                AND PS-PAID-FLAG NOT = "D"
                            ADD PS-AMOUNT TO WS-LIVE-OPEN
                            PERFORM KEEP-ITEM-PARA
                        END-IF
                    END-IF
                END-IF
        END-READ.

        KEEP-ITEM-PARA.
        IF WS-IT-COUNT < WS-IT-MAX
            ADD 1 TO WS-IT-COUNT
            MOVE PS-ISSUE-DATE TO WS-IT-DATE(WS-IT-COUNT)
            MOVE PS-AMOUNT TO WS-IT-AMT(WS-IT-COUNT)
            IF PS-PAID-FLAG = "W"
                MOVE "W" TO WS-IT-FLAG(WS-IT-COUNT)
            ELSE
                MOVE "O" TO WS-IT-FLAG(WS-IT-COUNT)
            END-IF
        END-IF.

        OPEN-AGENCY-PARA.
        OPEN I-O AGENCY-FILE.
        IF WS-AGENCY-STATUS NOT = "00"
            OPEN OUTPUT AGENCY-FILE
            CLOSE AGENCY-FILE
            OPEN I-O AGENCY-FILE
        END-IF.

        READ-AGENCY-PARA.
        MOVE "N" TO WS-AGY-FOUND.
        MOVE SPACE TO WS-AGY-PRIOR.
        READ AGENCY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-AGY-FOUND
                MOVE AG-STATUS TO WS-AGY-PRIOR
        END-READ.

        OPEN-WOFF-PARA.
        OPEN EXTEND WOFF-FILE.
        IF WS-WOFF-STATUS = "35"
            OPEN OUTPUT WOFF-FILE
            CLOSE WOFF-FILE
            OPEN EXTEND WOFF-FILE
        END-IF.

        OPEN-APPROVAL-PARA.
        OPEN EXTEND APPROVAL-FILE.
        IF WS-APPR-STATUS = "35"
            OPEN OUTPUT APPROVAL-FILE
            CLOSE APPROVAL-FILE
            OPEN EXTEND APPROVAL-FILE
        END-IF.

        OPEN-LEDGER-PARA.
        OPEN EXTEND LEDGER-FILE.
        IF WS-LEDGER-STATUS = "35"
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
            OPEN EXTEND LEDGER-FILE
        END-IF.

      * The agency's money joins the day's receipts batch, so it is
      * applied, banked and cashed up exactly as counter money is.
        OPEN-RECEIPTS-PARA.
        OPEN EXTEND RECEIPTS-FILE.
        IF WS-RECEIPT-STATUS = "35"
            OPEN OUTPUT RECEIPTS-FILE
            CLOSE RECEIPTS-FILE
            OPEN EXTEND RECEIPTS-FILE
        END-IF.

        OPEN-RECALL-PARA.
        OPEN EXTEND RECALL-FILE.
        IF WS-RECALL-STATUS = "35"
            OPEN OUTPUT RECALL-FILE
            CLOSE RECALL-FILE
            OPEN EXTEND RECALL-FILE
        END-IF.

        OPEN-JOURNAL-PARA.
        OPEN EXTEND JOURNAL-FILE.
        IF WS-JOURNAL-STATUS = "35"
            OPEN OUTPUT JOURNAL-FILE
            CLOSE JOURNAL-FILE
            OPEN EXTEND JOURNAL-FILE
        END-IF.

        PLACEMENT-RUN-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        MOVE 0 TO WS-PLACE-COUNT.
        MOVE 0 TO WS-PLACE-TOTAL.
        PERFORM LOAD-WOFF-TABLE-PARA.
        OPEN INPUT CUSTOMER-REC-FILE.
        OPEN INPUT PAYSTAT-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
        ELSE
            IF WS-PAYSTAT-STATUS NOT = "00"
                DISPLAY "PAYSTAT.DAT NOT FOUND OR UNREADABLE -"
                    " STATUS " WS-PAYSTAT-STATUS
                CLOSE CUSTOMER-REC-FILE
            ELSE
                PERFORM PLACEMENT-SCAN-PARA
            END-IF
        END-IF.
        MOVE WS-PLACE-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.

        PLACEMENT-SCAN-PARA.
        PERFORM OPEN-DISCSTAT-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-DISPUTE-PARA.
        PERFORM OPEN-AGENCY-PARA.
        OPEN OUTPUT PLACEMENT-FILE.
        MOVE "N" TO WS-EOF.
        READ CUSTOMER-REC-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF.
        PERFORM PLACE-SCAN-PARA UNTIL WS-EOF = "Y".
        MOVE "T" TO PT-REC-TYPE.
        MOVE WS-TODAY-DATE TO PT-RUN-DATE.
        MOVE WS-PLACE-COUNT TO PT-COUNT.
        MOVE WS-PLACE-TOTAL TO PT-TOTAL.
        WRITE PLACE-TRAILER-REC.
        CLOSE CUSTOMER-REC-FILE, PAYSTAT-FILE, DISCSTAT-FILE
            , PAYPLAN-FILE, AGENCY-FILE, PLACEMENT-FILE.
        PERFORM CLOSE-DISPUTE-PARA.
        DISPLAY "PLACEMENT RUN COMPLETE - " WS-PLACE-COUNT
            " ACCOUNT(S), " WS-PLACE-TOTAL " PLACED".
        DISPLAY "PLACEMENT FILE WRITTEN TO AGYPLACE.TXT.".

        OPEN-DISCSTAT-PARA.
        OPEN INPUT DISCSTAT-FILE.
        IF WS-DISCSTAT-STATUS NOT = "00"
            OPEN OUTPUT DISCSTAT-FILE
            CLOSE DISCSTAT-FILE
            OPEN INPUT DISCSTAT-FILE
        END-IF.

        OPEN-PAYPLAN-PARA.
        OPEN INPUT PAYPLAN-FILE.
        IF WS-PAYPLAN-STATUS NOT = "00"
            OPEN OUTPUT PAYPLAN-FILE
            CLOSE PAYPLAN-FILE
            OPEN INPUT PAYPLAN-FILE
        END-IF.

        PLACE-SCAN-PARA.
        PERFORM TEST-PLACEMENT-PARA.
        READ CUSTOMER-REC-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-EOF.

      * An account already with the agency, or one the agency has
      * already given up on, is not placed again. A customer keeping
      * to a payment plan or disputing a bill is still being dealt
      * with in-house.
        TEST-PLACEMENT-PARA.
        MOVE "Y" TO WS-ELIGIBLE.
        MOVE IN-CUST-ID TO WS-AGY-REL-KEY.
        PERFORM READ-AGENCY-PARA.
        IF WS-AGY-PRIOR = "P" OR WS-AGY-PRIOR = "U"
            MOVE "N" TO WS-ELIGIBLE
        END-IF.
        IF WS-ELIGIBLE = "Y"
            PERFORM PLAN-LOOKUP-PARA
            IF WS-ON-PLAN = "Y"
                MOVE "N" TO WS-ELIGIBLE
            END-IF
        END-IF.
        IF WS-ELIGIBLE = "Y"
            MOVE IN-CUST-ID TO WS-DH-CUST-ID
            PERFORM DISPUTE-CUST-CHECK-PARA
            IF WS-DH-HELD = "Y"
                MOVE "N" TO WS-ELIGIBLE
            END-IF
        END-IF.
        IF WS-ELIGIBLE = "Y"
            MOVE IN-CUST-ID TO WS-GATHER-CUST
            PERFORM GATHER-ITEMS-PARA
            MOVE IN-CUST-ID TO WS-WT-KEY
            PERFORM WOFF-NET-PARA
            PERFORM DISC-DATE-PARA
            PERFORM APPLY-RULES-PARA
            IF WS-PLACE-AMT > 0
                PERFORM PLACE-ONE-PARA
            END-IF
        END-IF.

        PLAN-LOOKUP-PARA.
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

      * The supply is off either because Q15WC recorded the crew's
      * disconnection or because the account was closed.
        DISC-DATE-PARA.
        MOVE 0 TO WS-DISC-DATE.
        MOVE 0 TO WS-DAYS-OFF.
        MOVE IN-CUST-ID TO WS-DISC-REL-KEY.
        READ DISCSTAT-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DS-STATUS = "D"
                    MOVE DS-STATUS-DATE TO WS-DISC-DATE
                END-IF
        END-READ.
        IF WS-DISC-DATE = 0 AND IN-ACTIVE = "N"
            MOVE IN-DEACT-DATE TO WS-DISC-DATE
        END-IF.
        IF WS-DISC-DATE > 0
            COMPUTE WS-DISC-INT =
                FUNCTION INTEGER-OF-DATE(WS-DISC-DATE)
            COMPUTE WS-DAYS-OFF = WS-TODAY-INT - WS-DISC-INT
        END-IF.

        APPLY-RULES-PARA.
        MOVE 0 TO WS-PLACE-LIVE.
        MOVE 0 TO WS-PLACE-WOFF.
        IF WS-WOFF-RULE NOT = "W" AND WS-LIVE-OPEN > 0
                AND WS-DISC-DATE > 0
                AND WS-DAYS-OFF NOT < WS-MIN-DAYS
            MOVE WS-LIVE-OPEN TO WS-PLACE-LIVE
        END-IF.
        IF WS-WOFF-RULE NOT = "L" AND WS-WOFF-NET > 0
            MOVE WS-WOFF-NET TO WS-PLACE-WOFF
        END-IF.
        COMPUTE WS-PLACE-AMT = WS-PLACE-LIVE + WS-PLACE-WOFF.
        IF WS-PLACE-AMT < WS-MIN-BALANCE
            MOVE 0 TO WS-PLACE-AMT
        END-IF.

      * The placement record is rewritten from scratch - collections
      * and commission count from this placement only.
        PLACE-ONE-PARA.
        ADD 1 TO WS-PLACE-COUNT.
        ADD WS-PLACE-AMT TO WS-PLACE-TOTAL.
        MOVE "H" TO PH-REC-TYPE.
        MOVE IN-CUST-ID TO PH-CUST-ID.
        MOVE IN-CUST-NAME TO PH-CUST-NAME.
        MOVE IN-CUST-ADDRESS TO PH-ADDRESS.
        MOVE WS-PLACE-AMT TO PH-PLACED-AMT.
        MOVE WS-PLACE-LIVE TO PH-LIVE-AMT.
        MOVE WS-PLACE-WOFF TO PH-WOFF-AMT.
        MOVE WS-DISC-DATE TO PH-DISC-DATE.
        MOVE WS-TODAY-DATE TO PH-PLACED-DATE.
        WRITE PLACE-HEADER-REC.
        PERFORM WRITE-PLACE-ITEM-PARA
            VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-COUNT.
        MOVE IN-CUST-ID TO AG-CUST-ID.
        MOVE "P" TO AG-STATUS.
        MOVE WS-TODAY-DATE TO AG-PLACED-DATE.
        MOVE WS-PLACE-AMT TO AG-PLACED-AMT.
        MOVE WS-PLACE-LIVE TO AG-LIVE-AMT.
        MOVE WS-PLACE-WOFF TO AG-WOFF-AMT.
        MOVE 0 TO AG-COLLECTED.
        MOVE 0 TO AG-COMMISSION.
        MOVE 0 TO AG-LAST-COLL-DATE.
        MOVE WS-TODAY-DATE TO AG-STATUS-DATE.
        IF WS-AGY-FOUND = "Y"
            REWRITE AGENCY-REC
        ELSE
            WRITE AGENCY-REC
            END-WRITE
        END-IF.

      * Only the kind of debt actually placed is itemized.
        WRITE-PLACE-ITEM-PARA.
        IF (WS-IT-FLAG(WS-IT-IDX) = "O" AND WS-PLACE-LIVE > 0)
                OR (WS-IT-FLAG(WS-IT-IDX) = "W" AND WS-PLACE-WOFF > 0)
            MOVE "I" TO PI-REC-TYPE
            MOVE IN-CUST-ID TO PI-CUST-ID
            MOVE WS-IT-DATE(WS-IT-IDX) TO PI-ISSUE-DATE
            MOVE WS-IT-AMT(WS-IT-IDX) TO PI-AMOUNT
            MOVE WS-IT-FLAG(WS-IT-IDX) TO PI-ITEM-STATUS
            WRITE PLACE-ITEM-REC
        END-IF.

        COLLECTIONS-RUN-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        MOVE 0 TO WS-LINE-COUNT.
        OPEN INPUT COLLECT-FILE.
        IF WS-COLLECT-STATUS NOT = "00"
            DISPLAY "AGYCOLL.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-COLLECT-STATUS
        ELSE
            PERFORM COLLECTIONS-POST-PARA
        END-IF.
        MOVE WS-LINE-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.

        COLLECTIONS-POST-PARA.
        MOVE 0 TO WS-COLL-COUNT WS-COLL-TOTAL WS-COMM-TOTAL
            WS-RECOV-COUNT WS-RECOV-TOTAL WS-SETTLED-COUNT
            WS-RECALL-COUNT WS-UNCOLL-COUNT WS-APPR-COUNT
            WS-REJECT-COUNT.
        PERFORM LOAD-WOFF-TABLE-PARA.
        OPEN I-O PAYSTAT-FILE.
        IF WS-PAYSTAT-STATUS NOT = "00"
            OPEN OUTPUT PAYSTAT-FILE
            CLOSE PAYSTAT-FILE
            OPEN I-O PAYSTAT-FILE
        END-IF.
        PERFORM OPEN-AGENCY-PARA.
        PERFORM OPEN-WOFF-PARA.
        PERFORM OPEN-APPROVAL-PARA.
        PERFORM OPEN-LEDGER-PARA.
        PERFORM OPEN-RECEIPTS-PARA.
        OPEN OUTPUT REGISTER-FILE.
        WRITE REGISTER-REC FROM HEADING1.
        MOVE " *** AGENCY COLLECTIONS POSTING REGISTER ***"
            TO REGISTER-REC.
        WRITE REGISTER-REC.
        WRITE REGISTER-REC FROM HEADING1.
        WRITE REGISTER-REC FROM REGISTER-TITLE-LINE.
        MOVE "N" TO WS-EOF.
        READ COLLECT-FILE AT END MOVE "Y" TO WS-EOF.
        PERFORM POST-AGENCY-LINE-PARA UNTIL WS-EOF = "Y".
        WRITE REGISTER-REC FROM HEADING1.
        MOVE "COLLECTIONS  COUNT/AMT  : " TO RS-LABEL.
        MOVE WS-COLL-COUNT TO RS-COUNT.
        MOVE WS-COLL-TOTAL TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "  OF WHICH RECOVERIES   : " TO RS-LABEL.
        MOVE WS-RECOV-COUNT TO RS-COUNT.
        MOVE WS-RECOV-TOTAL TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "COMMISSION KEPT         : " TO RS-LABEL.
        MOVE WS-COLL-COUNT TO RS-COUNT.
        MOVE WS-COMM-TOTAL TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "SETTLED IN FULL         : " TO RS-LABEL.
        MOVE WS-SETTLED-COUNT TO RS-COUNT.
        MOVE 0 TO RS-AMOUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "RECALLED                : " TO RS-LABEL.
        MOVE WS-RECALL-COUNT TO RS-COUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "RETURNED UNCOLLECTABLE  : " TO RS-LABEL.
        MOVE WS-UNCOLL-COUNT TO RS-COUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "  FOR WRITE-OFF APPROVAL: " TO RS-LABEL.
        MOVE WS-APPR-COUNT TO RS-COUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        MOVE "LINES REJECTED          : " TO RS-LABEL.
        MOVE WS-REJECT-COUNT TO RS-COUNT.
        WRITE REGISTER-REC FROM REGISTER-SUMMARY-LINE.
        CLOSE COLLECT-FILE, PAYSTAT-FILE, AGENCY-FILE, WOFF-FILE
            , APPROVAL-FILE, LEDGER-FILE, RECEIPTS-FILE
            , REGISTER-FILE.
        IF WS-RECOV-TOTAL > 0 OR WS-COMM-TOTAL > 0
            PERFORM WRITE-AGENCY-JOURNAL-PARA
        END-IF.
        DISPLAY "AGENCY COLLECTIONS POSTED.".
        DISPLAY "LINES READ       : " WS-LINE-COUNT.
        DISPLAY "COLLECTIONS      : " WS-COLL-COUNT.
        DISPLAY "RECALLED         : " WS-RECALL-COUNT.
        DISPLAY "UNCOLLECTABLE    : " WS-UNCOLL-COUNT.
        DISPLAY "REJECTED         : " WS-REJECT-COUNT.
        IF WS-COLL-COUNT > 0
            DISPLAY "COLLECTIONS ADDED TO RECEIPTS.DAT UNDER CHANNEL "
                WS-CHAN-AGENCY " - RUN Q15P TO APPLY THEM"
        END-IF.
        IF WS-APPR-COUNT > 0
            DISPLAY "RETURNED ACCOUNTS ADDED TO WOFFAPPR.DAT FOR Q15W"
        END-IF.
        DISPLAY "POSTING REGISTER WRITTEN TO AGYPOST.TXT.".

        POST-AGENCY-LINE-PARA.
        ADD 1 TO WS-LINE-COUNT.
        MOVE SPACES TO WS-DISPOSITION.
        MOVE AC-CUST-ID TO WS-AGY-REL-KEY.
        PERFORM READ-AGENCY-PARA.
        EVALUATE AC-TYPE
            WHEN "C" PERFORM POST-COLLECTION-PARA
            WHEN "R" PERFORM POST-RECALL-PARA
            WHEN "U" PERFORM POST-UNCOLLECTABLE-PARA
            WHEN OTHER
                ADD 1 TO WS-REJECT-COUNT
                MOVE "UNKNOWN LINE TYPE" TO WS-DISPOSITION
        END-EVALUATE.
        PERFORM WRITE-POST-LINE-PARA.
        READ COLLECT-FILE AT END MOVE "Y" TO WS-EOF.

      * A collection dated on or before the last one posted for the
      * account has been through here already.
        POST-COLLECTION-PARA.
        IF AC-AMOUNT = 0
            ADD 1 TO WS-REJECT-COUNT
            MOVE "NO AMOUNT - IGNORED" TO WS-DISPOSITION
        ELSE
            IF WS-AGY-FOUND = "Y" AND AC-DATE NOT > AG-LAST-COLL-DATE
                ADD 1 TO WS-REJECT-COUNT
                MOVE "ALREADY POSTED" TO WS-DISPOSITION
            ELSE
                PERFORM ACCEPT-COLLECTION-PARA
            END-IF
        END-IF.

      * Money the agency has taken is real whatever the state of the
      * placement, so it always goes to the receipts batch - an
      * account never placed is only flagged for checking. Q15P parks
      * anything it cannot apply, as it does for counter money.
        ACCEPT-COLLECTION-PARA.
        ADD 1 TO WS-COLL-COUNT.
        ADD AC-AMOUNT TO WS-COLL-TOTAL.
        ADD AC-COMMISSION TO WS-COMM-TOTAL.
        MOVE 0 TO WS-RECOV-AMT.
        IF WS-AGY-FOUND = "Y"
            PERFORM SPLIT-COLLECTION-PARA
            ADD AC-AMOUNT TO AG-COLLECTED
            ADD AC-COMMISSION TO AG-COMMISSION
            MOVE AC-DATE TO AG-LAST-COLL-DATE
            IF WS-RECOV-AMT > 0
                MOVE "POSTED WITH RECOVERY" TO WS-DISPOSITION
            ELSE
                MOVE "POSTED" TO WS-DISPOSITION
            END-IF
            IF AG-STATUS = "P" AND AG-COLLECTED NOT < AG-PLACED-AMT
                MOVE "C" TO AG-STATUS
                MOVE WS-TODAY-DATE TO AG-STATUS-DATE
                ADD 1 TO WS-SETTLED-COUNT
                MOVE "POSTED - SETTLED IN FULL" TO WS-DISPOSITION
            END-IF
            REWRITE AGENCY-REC
        ELSE
            MOVE "POSTED - NOT PLACED" TO WS-DISPOSITION
        END-IF.
        MOVE AC-CUST-ID TO RC-CUST-ID.
        MOVE WS-TODAY-DATE TO RC-DATE.
        MOVE AC-AMOUNT TO RC-AMOUNT.
        MOVE WS-CHAN-AGENCY TO RC-CHANNEL.
        WRITE RECEIPT-REC.

      * Money goes to the customer's open items first; only what is
      * left beyond them, up to the debt still written off, is a
      * recovery.
        SPLIT-COLLECTION-PARA.
        MOVE AC-CUST-ID TO WS-GATHER-CUST.
        PERFORM GATHER-ITEMS-PARA.
        MOVE AC-CUST-ID TO WS-WT-KEY.
        PERFORM WOFF-NET-PARA.
        IF AC-AMOUNT > WS-LIVE-OPEN AND WS-WOFF-NET > 0
            COMPUTE WS-RECOV-AMT = AC-AMOUNT - WS-LIVE-OPEN
            IF WS-RECOV-AMT > WS-WOFF-NET
                MOVE WS-WOFF-NET TO WS-RECOV-AMT
            END-IF
            PERFORM POST-RECOVERY-PARA
        END-IF.

      * Same recovery as Q15W posts by hand: the write-off ledger
      * entry, an item re-opened for Q15P to pay off, and the loss
      * reversed in the journal at the end of the run. The ledger
      * gets the matching debit so the customer's running balance
      * absorbs the receipt that follows.
        POST-RECOVERY-PARA.
        ADD 1 TO WS-RECOV-COUNT.
        ADD WS-RECOV-AMT TO WS-RECOV-TOTAL.
        SUBTRACT WS-RECOV-AMT FROM WS-WT-NET(WS-WT-HIT).
        MOVE AC-CUST-ID TO WO-CUST-ID.
        MOVE WS-TODAY-DATE TO WO-DATE.
        MOVE "R" TO WO-TYPE.
        MOVE "AGENCY RECOVERY" TO WO-REASON.
        MOVE WS-RECOV-AMT TO WO-AMOUNT.
        WRITE WOFF-REC.
        MOVE AC-CUST-ID TO PS-CUST-ID.
        MOVE WS-TODAY-DATE TO PS-ISSUE-DATE.
        READ PAYSTAT-FILE
            INVALID KEY
                MOVE "RECOVERED DEBT" TO PS-CUST-NAME
                MOVE WS-RECOV-AMT TO PS-AMOUNT
                MOVE "N" TO PS-PAID-FLAG
                MOVE "N" TO PS-SURCH-FLAG
                WRITE PAYSTAT-REC
                END-WRITE
            NOT INVALID KEY
                IF PS-PAID-FLAG = "N"
                    ADD WS-RECOV-AMT TO PS-AMOUNT
                ELSE
                    MOVE "RECOVERED DEBT" TO PS-CUST-NAME
                    MOVE WS-RECOV-AMT TO PS-AMOUNT
                    MOVE "N" TO PS-PAID-FLAG
                    MOVE "N" TO PS-SURCH-FLAG
                END-IF
                REWRITE PAYSTAT-REC
        END-READ.
        MOVE AC-CUST-ID TO LG-CUST-ID.
        MOVE WS-TODAY-DATE TO LG-ENTRY-DATE.
        MOVE "A" TO LG-TYPE.
        MOVE "D" TO LG-DRCR.
        MOVE WS-RECOV-AMT TO LG-AMOUNT.
        MOVE WS-TODAY-DATE TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.

        POST-RECALL-PARA.
        IF WS-AGY-FOUND NOT = "Y"
            ADD 1 TO WS-REJECT-COUNT
            MOVE "NOT PLACED - CHECK" TO WS-DISPOSITION
        ELSE
            ADD 1 TO WS-RECALL-COUNT
            IF AG-STATUS = "P"
                MOVE "R" TO AG-STATUS
                MOVE WS-TODAY-DATE TO AG-STATUS-DATE
                REWRITE AGENCY-REC
                MOVE "RECALLED" TO WS-DISPOSITION
            ELSE
                MOVE "RECALL CONFIRMED" TO WS-DISPOSITION
            END-IF
        END-IF.

      * The agency has given up. Anything still open on the account
      * goes forward for write-off approval; written-off debt simply
      * stays written off.
        POST-UNCOLLECTABLE-PARA.
        IF WS-AGY-FOUND NOT = "Y"
            ADD 1 TO WS-REJECT-COUNT
            MOVE "NOT PLACED - CHECK" TO WS-DISPOSITION
        ELSE
            ADD 1 TO WS-UNCOLL-COUNT
            MOVE "U" TO AG-STATUS
            MOVE WS-TODAY-DATE TO AG-STATUS-DATE
            REWRITE AGENCY-REC
            MOVE "RETURNED UNCOLLECTABLE" TO WS-DISPOSITION
            MOVE AC-CUST-ID TO WS-GATHER-CUST
            PERFORM GATHER-ITEMS-PARA
            IF WS-LIVE-OPEN > 0
                MOVE AC-CUST-ID TO AP-APPR-CUST-ID
                WRITE APPROVAL-REC
                ADD 1 TO WS-APPR-COUNT
                MOVE "RETURNED - WOFF APPROVAL" TO WS-DISPOSITION
            END-IF
        END-IF.

        WRITE-POST-LINE-PARA.
        MOVE AC-CUST-ID TO RG-CUST-ID.
        EVALUATE AC-TYPE
            WHEN "C" MOVE "COLL" TO RG-TYPE
            WHEN "R" MOVE "RECL" TO RG-TYPE
            WHEN "U" MOVE "UNCL" TO RG-TYPE
            WHEN OTHER MOVE "????" TO RG-TYPE
        END-EVALUATE.
        MOVE AC-DATE TO RG-DATE.
        MOVE AC-AMOUNT TO RG-AMOUNT.
        MOVE AC-COMMISSION TO RG-COMM.
        MOVE WS-DISPOSITION TO RG-DISP.
        WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE.

      * The receipts themselves are journalled by Q15P when it posts
      * them. This run adds the loss reversed on recoveries, and the
      * commission - an expense, credited to the agency's bank
      * account because it never arrived there.
        WRITE-AGENCY-JOURNAL-PARA.
        PERFORM OPEN-JOURNAL-PARA.
        MOVE WS-TODAY-DATE TO JH-RUN-DATE.
        PERFORM GL-POST-PERIOD-PARA.
        MOVE WS-GL-PERIOD TO JD-PERIOD.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        IF WS-RECOV-TOTAL > 0
            MOVE WS-ACCT-DEBTORS TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            MOVE WS-RECOV-TOTAL TO JD-AMOUNT
            MOVE "AGENCY RECOVERY - DEBTORS" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
            MOVE WS-ACCT-BADDEBT TO JD-ACCT
            MOVE "CR" TO JD-DRCR
            MOVE "BAD DEBT RECOVERED BY AGENCY" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        IF WS-COMM-TOTAL > 0
            MOVE WS-ACCT-AGYCOMM TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            MOVE WS-COMM-TOTAL TO JD-AMOUNT
            MOVE "COLLECTION AGENCY COMMISSION" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
            MOVE WS-ACCT-AGENCY TO JD-ACCT
            MOVE "CR" TO JD-DRCR
            MOVE "COMMISSION KEPT BY AGENCY" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        CLOSE JOURNAL-FILE.
        DISPLAY "AGENCY JOURNAL APPENDED TO GLJRNL.TXT.".

      * A recall from this end - the customer has come in to settle
      * or agree a plan. The account is taken back at once and listed
      * for the agency; the agency's R line confirms it later.
        RECALL-PARA.
        DISPLAY "ENTER CUSTOMER ID TO RECALL: " WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-CUST-ID.
        ACCEPT WS-REQ-CUST-ID.
        PERFORM OPEN-AGENCY-PARA.
        MOVE WS-REQ-CUST-ID TO WS-AGY-REL-KEY.
        PERFORM READ-AGENCY-PARA.
        IF WS-AGY-PRIOR NOT = "P"
            DISPLAY "CUSTOMER " WS-REQ-CUST-ID
                " IS NOT PLACED WITH THE AGENCY"
        ELSE
            MOVE "R" TO AG-STATUS
            MOVE WS-TODAY-DATE TO AG-STATUS-DATE
            REWRITE AGENCY-REC
            PERFORM OPEN-RECALL-PARA
            MOVE SPACES TO RECALL-REC
            MOVE WS-REQ-CUST-ID TO RR-CUST-ID
            MOVE WS-TODAY-DATE TO RR-RECALL-DATE
            MOVE WS-REQ-CUST-ID TO WS-CUST-REL-KEY
            OPEN INPUT CUSTOMER-REC-FILE
            IF WS-CUST-STATUS = "00"
                READ CUSTOMER-REC-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE IN-CUST-NAME TO RR-CUST-NAME
                END-READ
                CLOSE CUSTOMER-REC-FILE
            END-IF
            WRITE RECALL-REC
            CLOSE RECALL-FILE
            DISPLAY "CUSTOMER " WS-REQ-CUST-ID " RECALLED - LISTED"
                " IN AGYRECL.TXT FOR THE AGENCY"
        END-IF.
        CLOSE AGENCY-FILE.

        COPY DISPHOLD.

        COPY GLPERDP.

        COPY RUNLOGP.

        COPY OPERSIGN.
