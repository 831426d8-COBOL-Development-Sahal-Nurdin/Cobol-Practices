          SELECT NOTIFY-FILE ASSIGN TO "BILLNOTIFY.TXT"
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
          SELECT TAX-FILE ASSIGN TO "TAXPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-TAX-STATUS.
          SELECT EXPRATE-FILE ASSIGN TO "EXPRATE.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-EXPRATE-STATUS.
          SELECT DISCSTAT-FILE ASSIGN TO "DISCSTAT.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
          SELECT STATS-FILE ASSIGN TO "STATS.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-STATS-STATUS.
          SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SU-KEY
            FILE STATUS IS WS-SUSPENSE-STATUS.
          SELECT DUP-SORT-FILE ASSIGN TO "DUPSORT.TMP".
          SELECT SEQ-SORT-FILE ASSIGN TO "SEQSORT.TMP".
          SELECT SUPLIST-FILE ASSIGN TO "SUPLIST.TMP"
          SELECT BILLSEQ-FILE ASSIGN TO "BILLSEQ.TMP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-BILLSEQ-STATUS.
          SELECT PROOF-FILE ASSIGN TO "PROOFREG.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT PROOFWK-FILE ASSIGN TO "PROOFWK.TMP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PROOFWK-STATUS.
          SELECT PROOF-SORT-FILE ASSIGN TO "PROOFSRT.TMP".
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
      * a restart does not drop the pre-interruption customers from
      * the regulator return written at end of run.
                02  CKPOINT-STAT-COUNT PIC 9(2).
                02  CKPOINT-STAT-TABLE PIC X(850).
                02  CKPOINT-TOT-ACCT-CR PIC 9(8)V99.
                02  CKPOINT-TOT-EXP-CR PIC 9(8)V99.
                02  CKPOINT-TOT-EXP-PARKED PIC 9(8)V99.
        FD    EXCEPTION-FILE.
        01    EXCEPTION-REC PIC X(80).
        FD    EXPORT-FILE.
                02  PARM-CURR-MONTH PIC X(40).
                02  PARM-BILL-MONTH PIC X(10).
                02  PARM-ROUTE-CODE PIC X(4).
                02  PARM-RUN-MODE PIC X.
        FD    NOTIFY-FILE.
        01    NOTIFY-REC PIC X(100).
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
        COPY TARIFREC.
        FD    TAX-FILE.
        COPY TAXREC.
        FD    EXPRATE-FILE.
        COPY EXPRREC.
        FD    DISCSTAT-FILE.
        COPY DISCSTAT.
        FD    DEPOSIT-FILE.
        COPY BUDGVAR.
        FD    STATS-FILE.
        COPY STATSREC.
        FD    SUSPENSE-FILE.
        COPY SUSPENSE.
        SD    DUP-SORT-FILE.
        01    DUP-SORT-REC.
                02  SW-CUST-ID PIC 9(6).
        FD    SUPLIST-FILE.
        01    SUPLIST-REC.
                02  SL-CUST-ID PIC 9(6).
      * Proof run: one line per customer the proof would bill, sorted
      * at end of run for the highest-bill and largest-change lists.
        FD    PROOF-FILE.
        01    PROOF-REC PIC X(80).
        FD    PROOFWK-FILE.
        01    PROOFWK-REC.
                02  PW-CUST-ID PIC 9(6).
                02  PW-CUST-NAME PIC X(20).
                02  PW-ROUTE PIC X(4).
                02  PW-UNITS PIC 9(5).
                02  PW-BILL-DUE PIC 9(7)V99.
                02  PW-HAS-LAST PIC X.
                02  PW-LAST-DUE PIC 9(7)V99.
                02  PW-CHANGE PIC S9(7)V99.
                02  PW-CHANGE-SIZE PIC 9(7)V99.
        SD    PROOF-SORT-FILE.
        01    PROOF-SORT-REC.
                02  PQ-CUST-ID PIC 9(6).
                02  PQ-CUST-NAME PIC X(20).
                02  PQ-ROUTE PIC X(4).
                02  PQ-UNITS PIC 9(5).
                02  PQ-BILL-DUE PIC 9(7)V99.
                02  PQ-HAS-LAST PIC X.
                02  PQ-LAST-DUE PIC 9(7)V99.
                02  PQ-CHANGE PIC S9(7)V99.
                02  PQ-CHANGE-SIZE PIC 9(7)V99.

        FD    RUNLOG-FILE.
        COPY RUNLOG.
        COPY BILLFMT.
        COPY TARIFWS.
        COPY TAXWS.
        COPY EXPRWS.
        77      WS-ARREARS-STATUS PIC XX VALUE SPACES.
        77      WS-ARR-REL-KEY PIC 9(6) VALUE 0.
        77      WS-PRIOR-BALANCE PIC 9(6)V99 VALUE 0.
               02 F PIC X(28) VALUE " DEPOSIT INTEREST CREDIT OF ".
               02 DPN-CREDIT PIC ZZZ9.99.
               02 F PIC X(21) VALUE " APPLIED TO THIS BILL".
        01      ACCT-CR-NOTE-LINE.
               02 F PIC X(28) VALUE " CREDIT ON ACCOUNT OF ".
               02 ACN-CREDIT PIC ZZZZZ9.99.
               02 F PIC X(21) VALUE " APPLIED TO THIS BILL".
        01      NET-NOTE-LINE.
               02 F PIC X(22) VALUE " NET METERED - IMPORT ".
               02 NMN-IMPORT PIC ZZZ9.
               02 F PIC X(8) VALUE " EXPORT ".
               02 NMN-EXPORT PIC ZZZ9.
               02 F PIC X(12) VALUE " BANKED B/F ".
               02 NMN-BANK-BF PIC ZZZZZ9.
               02 F PIC X(5) VALUE " C/F ".
               02 NMN-BANK-CF PIC ZZZZZ9.
        01      EXP-CR-NOTE-LINE.
               02 F PIC X(19) VALUE " EXPORT CREDIT FOR ".
               02 XCN-UNITS PIC ZZZZZ9.
               02 F PIC X(17) VALUE " BANKED UNITS OF ".
               02 XCN-CREDIT PIC ZZZZZ9.99.
               02 F PIC X(8) VALUE " SETTLED".
        01      EXP-PARK-NOTE-LINE.
               02 F PIC X(18) VALUE " EXPORT CREDIT OF ".
               02 XPN-CREDIT PIC ZZZZZ9.99.
               02 F PIC X(35) VALUE
                   " OVER THIS BILL HELD ON ACCOUNT".
        01      RECON-NOTE-LINE.
               02 F PIC X(24) VALUE " RECONNECTION FEE OF ".
               02 RCN-FEE PIC ZZZ9.99.
        77      WS-DEPOSIT-STATUS PIC XX VALUE SPACES.
        77      WS-DEP-REL-KEY PIC 9(6) VALUE 0.
        77      WS-DEP-CREDIT PIC 9(6)V99 VALUE 0.
      * Receipt money held on account in SUSPENSE.DAT comes off the
      * bill after the deposit-interest credit, capped the same way.
        77      WS-SUSPENSE-STATUS PIC XX VALUE SPACES.
        77      WS-ONACCT-CREDIT PIC 9(6)V99 VALUE 0.
        77      WS-CREDIT-LEFT PIC 9(6)V99 VALUE 0.
        77      WS-CREDIT-TAKE PIC 9(6)V99 VALUE 0.
        77      WS-SU-DONE PIC X VALUE "N".
        77      WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77      WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77      WS-ON-PLAN PIC X VALUE "N".
        77      WS-ACTUAL-MONTH PIC 9(7)V99 VALUE 0.
        77      WS-BUDG-DELTA PIC S9(7)V99 VALUE 0.
        77      WS-TOT-BUDG-VAR PIC S9(8)V99 VALUE 0.
      * Net metering: the cycle's export, plus any units banked from
      * earlier months, is netted off the import before the slabs are
      * priced; what is left over goes back to the bank. On the
      * anniversary (or once the account is off net metering) the
      * bank is paid out at the export credit rate - the credit comes
      * off this bill and anything over it is held on account in
      * SUSPENSE.DAT for the following bills.
        77      WS-NET-CUST PIC X VALUE "N".
        77      WS-NET-IMPORT PIC 9(5) VALUE 0.
        77      WS-NET-EXPORT PIC 9(4) VALUE 0.
        77      WS-NET-AVAIL PIC 9(7) VALUE 0.
        77      WS-NET-BANK-BF PIC 9(6) VALUE 0.
        77      WS-NET-BANK-CF PIC 9(6) VALUE 0.
        77      WS-NET-SETTLE PIC X VALUE "N".
        77      WS-EXP-UNITS PIC 9(6) VALUE 0.
        77      WS-EXP-CREDIT PIC 9(6)V99 VALUE 0.
        77      WS-EXP-APPLIED PIC 9(6)V99 VALUE 0.
        77      WS-EXP-PARKED PIC 9(6)V99 VALUE 0.
        77      WS-EXP-WRITTEN PIC X VALUE "N".
        77      WS-TOT-EXP-CR PIC 9(8)V99 VALUE 0.
        77      WS-TOT-EXP-PARKED PIC 9(8)V99 VALUE 0.
      * Units and revenue by tariff category and slab, accumulated
      * from the split CHARGE-CALC-PARA captures and appended to
      * STATS.DAT at end of run for the Q15Q regulator return.
                   03  WS-SC-SLAB OCCURS 3 TIMES.
                       04  WS-SC-UNITS PIC 9(8).
                       04  WS-SC-REVENUE PIC 9(8)V99.
                   03  WS-SC-EXPORT-UNITS PIC 9(8).
                   03  WS-SC-EXPORT-CREDIT PIC 9(8)V99.
                   03  WS-SC-NET-CUSTS PIC 9(6).
      * Six-month usage history per customer, gathered in a pre-pass
      * over BILLHIST.DAT before the run reopens it EXTEND, and
      * printed on each bill so readings stop being disputed at the
               02  WS-UH-ENTRY OCCURS 2000 TIMES.
                   03  WS-UH-CUST-ID PIC 9(6).
                   03  WS-UH-MONTHS PIC 9(2).
                   03  WS-UH-HAS-LAST PIC X.
                   03  WS-UH-LAST-DUE PIC 9(7)V99.
                   03  WS-UH-MON OCCURS 6 TIMES.
                       04  WS-UH-MONTH PIC X(10).
                       04  WS-UH-UNITS PIC 9(5).
      * overridden by key from ACCTMAP.DAT when present.
        77      WS-ACCTMAP-STATUS PIC XX VALUE SPACES.
        77      WS-ACCTMAP-EOF PIC X VALUE "N".
        77      WS-JOURNAL-STATUS PIC XX VALUE SPACES.
        77      WS-GLPERIOD-STATUS PIC XX VALUE SPACES.
        77      WS-GLPERIOD-EOF PIC X VALUE "N".
        77      WS-GL-TODAY PIC 9(8) VALUE 0.
        77      WS-GL-PERIOD PIC 9(6) VALUE 0.
        77      WS-GL-LAST-CLOSED PIC 9(6) VALUE 0.
        77      WS-GL-YEAR PIC 9(4) VALUE 0.
        77      WS-GL-MONTH PIC 9(2) VALUE 0.
        77      WS-CYCSTAT-STATUS PIC XX VALUE SPACES.
        77      WS-CYC-EOF PIC X VALUE "N".
        77      WS-CYC-FOUND PIC X VALUE "N".
        77      WS-CYC-UPLOAD PIC X VALUE SPACE.
        77      WS-CYC-BILLED PIC X VALUE SPACE.
        77      WS-FORCE-REPLY PIC X VALUE SPACE.
        77      WS-CYC-PROOF PIC X VALUE SPACE.
        77      WS-CYC-PROOF-ROUTE PIC X(4) VALUE SPACES.
      * Proof run (BILLPARM.DAT run mode "P"): the whole calculation
      * runs for the month or route but no bill, master, ledger or
      * journal is written - the pre-bill register PROOFREG.TXT goes
      * to the supervisor, whose sign-off in Q15PA releases the live
      * run. Each proofed customer is spooled to PROOFWK.TMP and the
      * register's lists are sorted off it at end of run.
        77      WS-PROOF-MODE PIC X VALUE "N".
        77      WS-PROOF-REPLY PIC X VALUE SPACE.
        77      WS-PROOFWK-STATUS PIC XX VALUE SPACES.
        77      WS-PROOFWK-EOF PIC X VALUE "N".
        77      WS-REJECT-COUNT PIC 9(6) VALUE 0.
        77      WS-PROOF-ZERO-COUNT PIC 9(6) VALUE 0.
        77      WS-PROOF-TOP PIC 9(3) VALUE 20.
        77      WS-PROOF-LISTED PIC 9(3) VALUE 0.
        01      WS-PROOF-CAT-TABLE.
               02  WS-PC-BILL-DUE PIC 9(9)V99 OCCURS 10 TIMES.
        01      PROOF-TITLE-LINE.
               02 F PIC X(80) VALUE
                   " *** PRE-BILL PROOF REGISTER - NOTHING POSTED ***".
        01      PROOF-RUN-LINE.
               02 F PIC X(16) VALUE "BILLING MONTH : ".
               02 PR-BILL-MONTH PIC X(10).
               02 F PIC X(10) VALUE "  ROUTE : ".
               02 PR-ROUTE PIC X(4).
               02 F PIC X(13) VALUE "  RUN DATE : ".
               02 PR-RUN-DATE PIC 9(8).
        01      PROOF-CAT-HEAD-LINE.
               02 F PIC X(17) VALUE "  CAT   CUSTOMERS".
               02 F PIC X(13) VALUE "        UNITS".
               02 F PIC X(16) VALUE "  ENERGY REVENUE".
               02 F PIC X(17) VALUE "        BILLS DUE".
        01      PROOF-CAT-LINE.
               02 F PIC X(3) VALUE SPACES.
               02 PC-CATEGORY PIC X.
               02 F PIC X(6) VALUE SPACES.
               02 PC-COUNT PIC ZZZ,ZZ9.
               02 F PIC X(3) VALUE SPACES.
               02 PC-UNITS PIC ZZ,ZZZ,ZZ9.
               02 F PIC X(3) VALUE SPACES.
               02 PC-REVENUE PIC ZZ,ZZZ,ZZ9.99.
               02 F PIC X(3) VALUE SPACES.
               02 PC-BILL-DUE PIC ZZZ,ZZZ,ZZ9.99.
        01      PROOF-COUNT-LINE.
               02 PN-LABEL PIC X(30).
               02 PN-COUNT PIC ZZZ,ZZ9.
        01      PROOF-TOTAL-LINE.
               02 PT-LABEL PIC X(30).
               02 PT-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
        01      PROOF-DETAIL-HEAD-LINE.
               02 F PIC X(12) VALUE "CUST ID NAME".
               02 F PIC X(21) VALUE "                ROUTE".
               02 F PIC X(6) VALUE " UNITS".
               02 F PIC X(13) VALUE "    LAST BILL".
               02 F PIC X(13) VALUE "    THIS BILL".
               02 F PIC X(14) VALUE "        CHANGE".
        01      PROOF-DETAIL-LINE.
               02 PD-CUST-ID PIC 9(6).
               02 F PIC X(2) VALUE SPACES.
               02 PD-CUST-NAME PIC X(20).
               02 F PIC X VALUE SPACE.
               02 PD-ROUTE PIC X(4).
               02 F PIC X VALUE SPACE.
               02 PD-UNITS PIC ZZZZ9.
               02 F PIC X VALUE SPACE.
               02 PD-LAST-GROUP.
                   03 PD-LAST-DUE PIC Z,ZZZ,ZZ9.99.
               02 PD-LAST-TEXT REDEFINES PD-LAST-GROUP PIC X(12).
               02 F PIC X VALUE SPACE.
               02 PD-BILL-DUE PIC Z,ZZZ,ZZ9.99.
               02 F PIC X VALUE SPACE.
               02 PD-CHANGE-GROUP.
                   03 PD-CHANGE PIC -Z,ZZZ,ZZ9.99.
               02 PD-CHANGE-TEXT REDEFINES PD-CHANGE-GROUP PIC X(13).
      * Route selection from BILLPARM.DAT - spaces bills every route.
      * The billing sequence work file carries route + walk order so
      * each route's bills come off the printer in delivery order.
        77      WS-TOT-ARR-REC PIC 9(8)V99 VALUE 0.
        77      WS-TOT-FEES PIC 9(8)V99 VALUE 0.
        77      WS-TOT-DEP-CR PIC 9(8)V99 VALUE 0.
        77      WS-TOT-ACCT-CR PIC 9(8)V99 VALUE 0.
        77      WS-TOT-DUTY PIC 9(8)V99 VALUE 0.
        77      WS-TOT-VAT PIC 9(8)V99 VALUE 0.
        77      WS-TOT-SURCHARGE PIC 9(8)V99 VALUE 0.
        77      WS-ACCT-DUTY PIC X(8) VALUE "23000100".
        77      WS-ACCT-VAT PIC X(8) VALUE "23000200".
        77      WS-ACCT-BUDGVAR PIC X(8) VALUE "14000400".
        77      WS-ACCT-UNAPPLD PIC X(8) VALUE "22000200".
        77      WS-ACCT-EXPCRED PIC X(8) VALUE "50000100".
        01      JOURNAL-HEADER-LINE.
               02 F PIC X(26) VALUE "REVENUE JOURNAL FOR MONTH ".
               02 JH-BILL-MONTH PIC X(10).
               02 JD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
               02 F PIC X(2) VALUE SPACES.
               02 JD-DESC PIC X(30).
               02 F PIC X(2) VALUE SPACES.
               02 JD-SOURCE PIC X(8) VALUE "Q15".
               02 F PIC X(2) VALUE SPACES.
               02 JD-PERIOD PIC 9(6).
        01      SUMMARY-TITLE-LINE.
               02 F PIC X(80) VALUE
                   " *** BILLING RUN CONTROL TOTALS ***".
                DISPLAY "PLS. ENTER THE MONTH FOR WHICH BILL HAS TO BE
      -            " GENERATED .....(EX. JAN, 2001)"
                ACCEPT BILL-MONTH
                DISPLAY "PROOF RUN ONLY - NOTHING POSTED? (Y/N): "
                    WITH NO ADVANCING
                ACCEPT WS-PROOF-REPLY
                IF WS-PROOF-REPLY = "Y" OR WS-PROOF-REPLY = "y"
                    MOVE "Y" TO WS-PROOF-MODE
                END-IF
            END-IF
        END-IF.
        IF WS-RESTART-MODE NOT = "Y"
            IF WS-PROOF-MODE = "Y"
                PERFORM PROOF-CHECK-PARA
            ELSE
                PERFORM CYCLE-CHECK-PARA
            END-IF
        END-IF.
        PERFORM OPEN-ARREARS-PARA.
        EVALUATE TRUE
            WHEN WS-RESTART-MODE = "Y"
                OPEN INPUT CUSTOMER-REC-FILE
                OPEN EXTEND OUT-FILE
                OPEN EXTEND SUMMARY-FILE
                OPEN EXTEND EXCEPTION-FILE
                OPEN EXTEND EXPORT-FILE
                OPEN EXTEND NOTIFY-FILE
            WHEN WS-PROOF-MODE = "Y"
                OPEN INPUT CUSTOMER-REC-FILE
                    OUTPUT EXCEPTION-FILE
                    OUTPUT PROOFWK-FILE
            WHEN OTHER
                OPEN INPUT CUSTOMER-REC-FILE  OUTPUT OUT-FILE
                    OUTPUT SUMMARY-FILE
                    OUTPUT EXCEPTION-FILE
                    OUTPUT EXPORT-FILE
                    OUTPUT NOTIFY-FILE
        END-EVALUATE.
        PERFORM LOAD-USAGE-HIST-PARA.
        PERFORM OPEN-DISCSTAT-PARA.
        PERFORM OPEN-DEPOSIT-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-SUSPENSE-PARA.
        IF WS-PROOF-MODE NOT = "Y"
            PERFORM OPEN-PAYSTAT-PARA
            PERFORM OPEN-BILLHIST-PARA
            PERFORM OPEN-BUDGVAR-PARA
            PERFORM OPEN-LEDGER-PARA
            PERFORM OPEN-SUPLIST-PARA
        END-IF.
        PERFORM LOAD-TARIFF-PARA.
        PERFORM LOAD-TAX-PARA.
        PERFORM LOAD-EXPRATE-PARA.
        PERFORM LOAD-ACCTMAP-PARA.
        IF WS-RESTART-MODE NOT = "Y"
            PERFORM DUP-CHECK-PARA
        OPEN INPUT CUSTOMER-REC-FILE.
        PERFORM BUILD-BILLSEQ-PARA.
        CLOSE CUSTOMER-REC-FILE.
        IF WS-PROOF-MODE = "Y"
            OPEN INPUT CUSTOMER-REC-FILE
        ELSE
            OPEN I-O CUSTOMER-REC-FILE
        END-IF.
        OPEN INPUT BILLSEQ-FILE.
        PERFORM READ-NEXT-BILLING-PARA.
        IF WS-RESTART-MODE = "Y"
            PERFORM SKIP-BILLED-PARA
        END-IF.
        PERFORM CALC-PARA UNTIL EOF = "Y".
        IF WS-PROOF-MODE = "Y"
            PERFORM PROOF-FINISH-PARA
        ELSE
            PERFORM LIVE-FINISH-PARA
        END-IF.
        MOVE WS-REC-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        STOP RUN.

        LIVE-FINISH-PARA.
        PERFORM SUMMARY-PARA.
        PERFORM WRITE-JOURNAL-PARA.
        PERFORM WRITE-STATS-PARA.
            , NOTIFY-FILE , PAYSTAT-FILE , BILLHIST-FILE
            , DISCSTAT-FILE , DEPOSIT-FILE , PAYPLAN-FILE
            , BUDGVAR-FILE , LEDGER-FILE , BILLSEQ-FILE
            , SUPLIST-FILE , SUSPENSE-FILE.
        PERFORM SUPERSEDE-PAYSTAT-PARA.

      * The proof run leaves every master and ledger as it found it:
      * the register goes out, the month is marked proofed and
      * waiting for sign-off, and the spool file is emptied.
        PROOF-FINISH-PARA.
        CLOSE CUSTOMER-REC-FILE , EXCEPTION-FILE , PROOFWK-FILE
            , ARREARS-FILE , DISCSTAT-FILE , DEPOSIT-FILE
            , PAYPLAN-FILE , SUSPENSE-FILE , BILLSEQ-FILE.
        PERFORM PROOF-REGISTER-PARA.
        PERFORM CYCLE-MARK-PROOF-PARA.
        OPEN OUTPUT PROOFWK-FILE.
        CLOSE PROOFWK-FILE.
        DISPLAY "PROOF RUN COMPLETE - NOTHING POSTED. REGISTER IS IN"
            " PROOFREG.TXT".
        DISPLAY "THE LIVE RUN IS RELEASED WHEN A SUPERVISOR SIGNS THE"
            " PROOF OFF IN Q15PA.".

      * The bill just written for these customers already carries the
      * arrears rolled forward, so every OLDER open payment-status
                        DISPLAY "BILLING RESTRICTED TO ROUTE "
                            WS-ROUTE-SELECT
                    END-IF
                    IF PARM-RUN-MODE = "P"
                        MOVE "Y" TO WS-PROOF-MODE
                        DISPLAY "PROOF RUN - NO BILL, MASTER OR LEDGER"
                            " FILE WILL BE UPDATED"
                    END-IF
            END-READ
            CLOSE PARAMETER-FILE
        END-IF.
            OPEN EXTEND LEDGER-FILE
        END-IF.

        OPEN-SUSPENSE-PARA.
        OPEN I-O SUSPENSE-FILE.
        IF WS-SUSPENSE-STATUS NOT = "00"
            OPEN OUTPUT SUSPENSE-FILE
            CLOSE SUSPENSE-FILE
            OPEN I-O SUSPENSE-FILE
        END-IF.

      * Credit on account is totalled across the customer's parcels
      * and capped at what the bill still demands after the deposit
      * interest, so the bill never goes negative - anything over
      * stays on account for the following cycle.
        ACCOUNT-CREDIT-PARA.
        MOVE 0 TO WS-ONACCT-CREDIT.
        MOVE IN-CUST-ID TO SU-CUST-ID.
        MOVE 0 TO SU-RECEIPT-DATE.
        MOVE 0 TO SU-SEQ.
        MOVE "N" TO WS-SU-DONE.
        START SUSPENSE-FILE KEY NOT < SU-KEY
            INVALID KEY
                MOVE "Y" TO WS-SU-DONE
        END-START.
        PERFORM SUM-CREDIT-PARA UNTIL WS-SU-DONE = "Y".
        IF WS-ONACCT-CREDIT > CHARGES
            MOVE CHARGES TO WS-ONACCT-CREDIT
        END-IF.

        SUM-CREDIT-PARA.
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SU-DONE
            NOT AT END
                IF SU-CUST-ID NOT = IN-CUST-ID
                    MOVE "Y" TO WS-SU-DONE
                ELSE
                    IF SU-STATUS = "C"
                        ADD SU-BALANCE TO WS-ONACCT-CREDIT
                    END-IF
                END-IF
        END-READ.

      * The credit used is drawn from the oldest parcels first, and
      * the draw goes into the receivables ledger against today's
      * bill - the bill itself is already net of it.
        CLEAR-ACCT-CREDIT-PARA.
        MOVE WS-ONACCT-CREDIT TO WS-CREDIT-LEFT.
        MOVE IN-CUST-ID TO SU-CUST-ID.
        MOVE 0 TO SU-RECEIPT-DATE.
        MOVE 0 TO SU-SEQ.
        MOVE "N" TO WS-SU-DONE.
        START SUSPENSE-FILE KEY NOT < SU-KEY
            INVALID KEY
                MOVE "Y" TO WS-SU-DONE
        END-START.
        PERFORM DRAW-CREDIT-PARA
            UNTIL WS-SU-DONE = "Y" OR WS-CREDIT-LEFT = 0.
        MOVE IN-CUST-ID TO LG-CUST-ID.
        MOVE WS-RUN-DATE TO LG-ENTRY-DATE.
        MOVE "U" TO LG-TYPE.
        MOVE "D" TO LG-DRCR.
        MOVE WS-ONACCT-CREDIT TO LG-AMOUNT.
        MOVE WS-RUN-DATE TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.

        DRAW-CREDIT-PARA.
        READ SUSPENSE-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-SU-DONE
            NOT AT END
                IF SU-CUST-ID NOT = IN-CUST-ID
                    MOVE "Y" TO WS-SU-DONE
                ELSE
                    IF SU-STATUS = "C"
                        PERFORM DRAW-ONE-CREDIT-PARA
                    END-IF
                END-IF
        END-READ.

        DRAW-ONE-CREDIT-PARA.
        IF SU-BALANCE > WS-CREDIT-LEFT
            MOVE WS-CREDIT-LEFT TO WS-CREDIT-TAKE
        ELSE
            MOVE SU-BALANCE TO WS-CREDIT-TAKE
        END-IF.
        SUBTRACT WS-CREDIT-TAKE FROM SU-BALANCE.
        SUBTRACT WS-CREDIT-TAKE FROM WS-CREDIT-LEFT.
        IF SU-BALANCE = 0
            MOVE "A" TO SU-STATUS
        END-IF.
        MOVE WS-RUN-DATE TO SU-STATUS-DATE.
        REWRITE SUSPENSE-REC
            INVALID KEY
                MOVE IN-CUST-ID TO EXC-CUST-ID
                MOVE "CREDIT ON ACCOUNT NOT DRAWN - REWRITE FAILED"
                    TO EXC-REASON
                WRITE EXCEPTION-REC FROM EXCEPTION-LINE
        END-REWRITE.

      * Interest accrued by the year-end deposit run is passed on as
      * a credit against this bill, capped at the bill amount so the
      * bill never goes negative - any remainder stays accrued for

      * Pre-pass: each customer's last six billed months are kept in
      * core for the usage-history block on the bill. Adjustment
      * "ADJ" notes carry no consumption and are skipped. The last
      * bill before the month being run is kept as well, for the
      * proof register's largest-change list.
        LOAD-USAGE-HIST-PARA.
        MOVE "N" TO WS-HIST-EOF.
        OPEN INPUT BILLHIST-FILE.
                MOVE WS-UH-CUST-COUNT TO WS-UH-HIT
                MOVE BH-CUST-ID TO WS-UH-CUST-ID(WS-UH-HIT)
                MOVE 0 TO WS-UH-MONTHS(WS-UH-HIT)
                MOVE "N" TO WS-UH-HAS-LAST(WS-UH-HIT)
                MOVE 0 TO WS-UH-LAST-DUE(WS-UH-HIT)
            ELSE
                IF WS-UH-FULL = "N"
                    MOVE "Y" TO WS-UH-FULL
                WS-UH-MONTH(WS-UH-HIT, WS-UH-MONTHS(WS-UH-HIT))
            MOVE BH-PULSES TO
                WS-UH-UNITS(WS-UH-HIT, WS-UH-MONTHS(WS-UH-HIT))
            IF BH-BILL-MONTH NOT = BILL-MONTH
                MOVE "Y" TO WS-UH-HAS-LAST(WS-UH-HIT)
                MOVE BH-BILL-DUE TO WS-UH-LAST-DUE(WS-UH-HIT)
            END-IF
        END-IF.

        PRINT-USAGE-HIST-PARA.
        COMPUTE WS-BUDG-DELTA =
            WS-ACTUAL-MONTH - IN-BUDGET-AMOUNT.
        ADD WS-BUDG-DELTA TO WS-TOT-BUDG-VAR.
        IF WS-PROOF-MODE NOT = "Y"
            PERFORM POST-BUDGVAR-PARA
        END-IF.

        POST-BUDGVAR-PARA.
        MOVE IN-CUST-ID TO WS-BV-REL-KEY.
        READ BUDGVAR-FILE
            INVALID KEY
                MOVE IN-CUST-ID TO BV-CUST-ID
                MOVE WS-BUDG-DELTA TO BV-VARIANCE
                MOVE WS-RUN-DATE TO BV-START-DATE
                MOVE 0 TO BV-TRUEUP-DATE
                MOVE 0 TO BV-TRUEUP-AMT
                WRITE BUDGVAR-REC
                END-WRITE
            NOT INVALID KEY
                    MOVE CKPOINT-TOT-BUDG-VAR TO WS-TOT-BUDG-VAR
                    MOVE CKPOINT-STAT-COUNT TO WS-STAT-COUNT
                    MOVE CKPOINT-STAT-TABLE TO WS-STAT-TABLE
                    MOVE CKPOINT-TOT-ACCT-CR TO WS-TOT-ACCT-CR
                    MOVE CKPOINT-TOT-EXP-CR TO WS-TOT-EXP-CR
                    MOVE CKPOINT-TOT-EXP-PARKED TO WS-TOT-EXP-PARKED
                    MOVE "Y" TO WS-RESTART-MODE
                    DISPLAY "RESTARTING AFTER CUSTOMER ID "
                        WS-RESTART-ID
        MOVE WS-TOT-BUDG-VAR TO CKPOINT-TOT-BUDG-VAR.
        MOVE WS-STAT-COUNT TO CKPOINT-STAT-COUNT.
        MOVE WS-STAT-TABLE TO CKPOINT-STAT-TABLE.
        MOVE WS-TOT-ACCT-CR TO CKPOINT-TOT-ACCT-CR.
        MOVE WS-TOT-EXP-CR TO CKPOINT-TOT-EXP-CR.
        MOVE WS-TOT-EXP-PARKED TO CKPOINT-TOT-EXP-PARKED.
        WRITE CKPOINT-FILE-REC.
        CLOSE CHECKPOINT-FILE.


        COPY BILLCALC.

        COPY EXPRCALC.

      * A customer on a live payment plan gets only the agreed
      * monthly installment folded into this bill; the rest of the
      * balance stays in ARREARS.DAT, mirrored by the agreement's
                    PERFORM PLAN-INSTALLMENT-PARA
                ELSE
                    MOVE ARR-BALANCE TO WS-PRIOR-BALANCE
                    IF WS-PROOF-MODE NOT = "Y"
                        MOVE 0 TO ARR-BALANCE
                        REWRITE ARREARS-REC
                    END-IF
                END-IF
        END-READ.
        IF WS-PRIOR-BALANCE > 0 AND WS-ON-PLAN NOT = "Y"
                AND WS-PROOF-MODE NOT = "Y"
            MOVE IN-CUST-ID TO SL-CUST-ID
            WRITE SUPLIST-REC
        END-IF.
        ELSE
            MOVE ARR-BALANCE TO WS-PRIOR-BALANCE
        END-IF.
        IF WS-PROOF-MODE NOT = "Y"
            PERFORM PLAN-DRAIN-PARA
        END-IF.

        PLAN-DRAIN-PARA.
        SUBTRACT WS-PRIOR-BALANCE FROM ARR-BALANCE.
        REWRITE ARREARS-REC.
        MOVE ARR-BALANCE TO PP-REMAIN-BALANCE.
                    AND IN-EXCH-OLD-PULSES > 0)
                AND NOT (IN-EST-FLAG = "U"
                    AND IN-AVG-PULSES > 0)
                AND NOT (IN-NET-FLAG = "Y"
                    AND IN-EXPORT-PULSES > 0)
            MOVE "N" TO WS-VALID-REC
            MOVE "ZERO METERED PULSES" TO EXC-REASON
        END-IF.
            MOVE "ACCOUNT DEACTIVATED" TO EXC-REASON
        END-IF.
        IF WS-VALID-REC = "N"
            ADD 1 TO WS-REJECT-COUNT
            MOVE IN-CUST-ID TO EXC-CUST-ID
            WRITE EXCEPTION-REC FROM EXCEPTION-LINE
        END-IF.
        BILL-CUSTOMER-PARA.
        ADD 1 TO WS-REC-COUNT.
        MOVE WS-REC-COUNT TO WS-RUN-CUST-COUNT.
        MOVE IN-CUST-NAME TO CUST-NAME.
        MOVE IN-METERED-PULSES TO METRED-PULSES .
        MOVE IN-MTRNO TO METER-NO .
            MOVE IN-AVG-PULSES TO PULSES
            MOVE PULSES TO METRED-PULSES
        END-IF.
        PERFORM NET-METER-PARA.
        PERFORM TARIFF-SELECT-PARA.
        PERFORM CHARGE-CALC-PARA.
        COMPUTE WS-TOT-ENERGY = WS-TOT-ENERGY + CHARGES - 5.00
            END-ADD
            ADD WS-RECON-FEE-DUE TO WS-TOT-FEES
        END-IF.
        PERFORM EXPORT-CREDIT-PARA.
        IF WS-EXP-APPLIED > 0
            SUBTRACT WS-EXP-APPLIED FROM CHARGES
        END-IF.
        PERFORM DEPOSIT-CREDIT-PARA.
        IF WS-DEP-CREDIT > 0
            SUBTRACT WS-DEP-CREDIT FROM CHARGES
            ADD WS-DEP-CREDIT TO WS-TOT-DEP-CR
        END-IF.
        PERFORM ACCOUNT-CREDIT-PARA.
        IF WS-ONACCT-CREDIT > 0
            SUBTRACT WS-ONACCT-CREDIT FROM CHARGES
            ADD WS-ONACCT-CREDIT TO WS-TOT-ACCT-CR
        END-IF.
        MOVE CHARGES TO BILL-DUE.
        MOVE CHARGES TO WS-BILL-DUE-NUM.
        ADD CHARGES TO WS-TOT-CHARGES
                EXC-REASON
            WRITE EXCEPTION-REC FROM EXCEPTION-LINE
        END-IF.
        IF WS-PROOF-MODE = "Y"
            PERFORM PROOF-NOTE-PARA
        ELSE
            PERFORM ISSUE-BILL-PARA
        END-IF.
        PERFORM READ-NEXT-BILLING-PARA.

      * Live run only: the bill is printed and every file the bill
      * touches is posted, then the checkpoint is taken.
        ISSUE-BILL-PARA.
        PERFORM HEADER-PARA.
        MOVE IN-CUST-ADDRESS  TO ADDR.
        WRITE OUT-REC FROM ADDRESS-LINE.
        MOVE IN-CUST-ID TO CUST-ID OF CUST-ID-LINE.
        WRITE OUT-REC FROM CUST-ID-LINE.
        WRITE OUT-REC FROM HEADING1.
        WRITE OUT-REC FROM TITLE-LINE.
        WRITE OUT-REC FROM HEADING1.
        WRITE OUT-REC FROM OUT-FORMAT .
        IF WS-DUTY-AMT > 0 OR WS-VAT-AMT > 0
            MOVE WS-DUTY-AMT TO DTN-AMOUNT
            MOVE WS-ACTUAL-MONTH TO BGN-ACTUAL
            WRITE OUT-REC FROM BUDG-NOTE-LINE
        END-IF.
        IF WS-NET-CUST = "Y"
            MOVE WS-NET-IMPORT TO NMN-IMPORT
            MOVE WS-NET-EXPORT TO NMN-EXPORT
            MOVE WS-NET-BANK-BF TO NMN-BANK-BF
            MOVE WS-NET-BANK-CF TO NMN-BANK-CF
            WRITE OUT-REC FROM NET-NOTE-LINE
        END-IF.
        IF WS-NET-SETTLE = "Y"
            MOVE WS-EXP-UNITS TO XCN-UNITS
            MOVE WS-EXP-CREDIT TO XCN-CREDIT
            WRITE OUT-REC FROM EXP-CR-NOTE-LINE
        END-IF.
        IF WS-EXP-PARKED > 0
            MOVE WS-EXP-PARKED TO XPN-CREDIT
            WRITE OUT-REC FROM EXP-PARK-NOTE-LINE
        END-IF.
        IF WS-DEP-CREDIT > 0
            MOVE WS-DEP-CREDIT TO DPN-CREDIT
            WRITE OUT-REC FROM DEP-NOTE-LINE
        END-IF.
        IF WS-ONACCT-CREDIT > 0
            MOVE WS-ONACCT-CREDIT TO ACN-CREDIT
            WRITE OUT-REC FROM ACCT-CR-NOTE-LINE
        END-IF.
        IF WS-DISC-FLAG = "R"
            MOVE WS-RECON-FEE-DUE TO RCN-FEE
            WRITE OUT-REC FROM RECON-NOTE-LINE
        IF WS-DEP-CREDIT > 0
            PERFORM CLEAR-DEP-CREDIT-PARA
        END-IF.
        IF WS-ONACCT-CREDIT > 0
            PERFORM CLEAR-ACCT-CREDIT-PARA
        END-IF.
        IF WS-NET-CUST = "Y"
            PERFORM POST-NET-METER-PARA
        END-IF.
        PERFORM SAVE-CHECKPOINT-PARA.

      * Export and banked units are netted off the import before the
      * slabs are priced, so the customer pays only for what was taken
      * from the grid beyond what was put back; a surplus goes to the
      * bank for the following months. An estimated bill has no
      * export reading behind it, so only the bank is netted. Once
      * the account is off net metering nothing more is netted and
      * the bank waits to be settled.
        NET-METER-PARA.
        MOVE "N" TO WS-NET-CUST.
        MOVE PULSES TO WS-NET-IMPORT.
        MOVE 0 TO WS-NET-EXPORT.
        MOVE IN-BANKED-UNITS TO WS-NET-BANK-BF.
        MOVE IN-BANKED-UNITS TO WS-NET-BANK-CF.
        IF IN-NET-FLAG = "Y"
            MOVE "Y" TO WS-NET-CUST
            IF NOT (IN-EST-FLAG = "U" AND IN-EXCH-FLAG NOT = "Y")
                MOVE IN-EXPORT-PULSES TO WS-NET-EXPORT
            END-IF
            COMPUTE WS-NET-AVAIL = WS-NET-EXPORT + WS-NET-BANK-BF
            IF WS-NET-AVAIL > PULSES
                COMPUTE WS-NET-BANK-CF = WS-NET-AVAIL - PULSES
                    ON SIZE ERROR MOVE 999999 TO WS-NET-BANK-CF
                END-COMPUTE
                MOVE 0 TO PULSES
            ELSE
                SUBTRACT WS-NET-AVAIL FROM PULSES
                MOVE 0 TO WS-NET-BANK-CF
            END-IF
        ELSE
            IF WS-NET-BANK-BF > 0
                MOVE "Y" TO WS-NET-CUST
            END-IF
        END-IF.

      * The bank is paid out at the export credit rate on the
      * anniversary of the account going on net metering, or on the
      * first bill after it comes off. The credit comes off this bill
      * up to its amount and the rest is held on account when the
      * bill is issued. With no rate on file the bank is carried.
        EXPORT-CREDIT-PARA.
        MOVE 0 TO WS-EXP-UNITS WS-EXP-CREDIT WS-EXP-APPLIED
            WS-EXP-PARKED.
        MOVE "N" TO WS-NET-SETTLE.
        IF WS-NET-BANK-CF > 0
            IF IN-NET-FLAG NOT = "Y"
                MOVE "Y" TO WS-NET-SETTLE
            END-IF
            IF IN-NET-FLAG = "Y"
                    AND IN-NET-START-DATE(5:2) = WS-RUN-DATE(5:2)
                    AND IN-NET-START-DATE(1:4) < WS-RUN-DATE(1:4)
                MOVE "Y" TO WS-NET-SETTLE
            END-IF
        END-IF.
        IF WS-NET-SETTLE = "Y"
            PERFORM EXPRATE-SELECT-PARA
            IF WS-EXPORT-RATE = 0
                MOVE "N" TO WS-NET-SETTLE
                MOVE IN-CUST-ID TO EXC-CUST-ID
                MOVE "NO EXPORT CREDIT RATE - BANKED UNITS CARRIED"
                    TO EXC-REASON
                WRITE EXCEPTION-REC FROM EXCEPTION-LINE
            END-IF
        END-IF.
        IF WS-NET-SETTLE = "Y"
            PERFORM SETTLE-BANK-PARA
        END-IF.

        SETTLE-BANK-PARA.
        MOVE WS-NET-BANK-CF TO WS-EXP-UNITS.
        MOVE 0 TO WS-NET-BANK-CF.
        COMPUTE WS-EXP-CREDIT ROUNDED = WS-EXP-UNITS * WS-EXPORT-RATE
            ON SIZE ERROR MOVE "Y" TO WS-CALC-OVERFLOW
        END-COMPUTE.
        IF WS-EXP-CREDIT > CHARGES
            MOVE CHARGES TO WS-EXP-APPLIED
            COMPUTE WS-EXP-PARKED = WS-EXP-CREDIT - CHARGES
        ELSE
            MOVE WS-EXP-CREDIT TO WS-EXP-APPLIED
        END-IF.
        ADD WS-EXP-CREDIT TO WS-TOT-EXP-CR.
        ADD WS-EXP-PARKED TO WS-TOT-EXP-PARKED.
        IF WS-STAT-HIT > 0
            ADD WS-EXP-CREDIT TO WS-SC-EXPORT-CREDIT(WS-STAT-HIT)
        END-IF.

        POST-NET-METER-PARA.
        MOVE WS-NET-BANK-CF TO IN-BANKED-UNITS.
        REWRITE IN-REC
            INVALID KEY
                MOVE IN-CUST-ID TO EXC-CUST-ID
                MOVE "NET METERING BANK NOT SAVED - REWRITE FAILED" TO
                    EXC-REASON
                WRITE EXCEPTION-REC FROM EXCEPTION-LINE
        END-REWRITE.
        IF WS-EXP-PARKED > 0
            PERFORM PARK-EXPORT-CREDIT-PARA
        END-IF.

      * Export credit the bill could not absorb is held on account as
      * a parcel of its own and drawn off the following bills the
      * same way as receipt money left on account.
        PARK-EXPORT-CREDIT-PARA.
        MOVE IN-CUST-ID TO SU-CUST-ID.
        MOVE WS-RUN-DATE TO SU-RECEIPT-DATE.
        MOVE 1 TO SU-SEQ.
        MOVE IN-CUST-ID TO SU-QUOTED-ID.
        MOVE "EXPORT" TO SU-CHANNEL.
        MOVE "E" TO SU-ORIGIN.
        MOVE WS-EXP-PARKED TO SU-ORIG-AMOUNT.
        MOVE WS-EXP-PARKED TO SU-BALANCE.
        MOVE "C" TO SU-STATUS.
        MOVE WS-RL-PROGRAM TO SU-OPERATOR.
        MOVE WS-RUN-DATE TO SU-STATUS-DATE.
        MOVE "N" TO WS-EXP-WRITTEN.
        PERFORM WRITE-EXP-SUSPENSE-PARA UNTIL WS-EXP-WRITTEN = "Y".
        MOVE IN-CUST-ID TO LG-CUST-ID.
        MOVE WS-RUN-DATE TO LG-ENTRY-DATE.
        MOVE "U" TO LG-TYPE.
        MOVE "C" TO LG-DRCR.
        MOVE WS-EXP-PARKED TO LG-AMOUNT.
        MOVE 0 TO LG-ALLOC-DATE.
        WRITE LEDGER-REC.

      * A receipt parked for the customer the same day already holds
      * the first sequence number - the next free one is taken.
        WRITE-EXP-SUSPENSE-PARA.
        WRITE SUSPENSE-REC
            INVALID KEY
                IF SU-SEQ = 999
                    MOVE IN-CUST-ID TO EXC-CUST-ID
                    MOVE "EXPORT CREDIT NOT HELD - SUSPENSE SEQ FULL"
                        TO EXC-REASON
                    WRITE EXCEPTION-REC FROM EXCEPTION-LINE
                    MOVE "Y" TO WS-EXP-WRITTEN
                ELSE
                    ADD 1 TO SU-SEQ
                END-IF
            NOT INVALID KEY
                MOVE "Y" TO WS-EXP-WRITTEN
        END-WRITE.

        MARK-ESTIMATED-PARA.
        MOVE "E" TO IN-EST-FLAG.
      * pending/complete. A month already marked billed is refused
      * unless the operator forces it, and billing before the reading
      * upload has completed draws a warning the operator must accept.
      * No live run goes ahead without a proof run for the month that
      * a supervisor has approved in Q15PA, and a proof of one route
      * does not release the others.
        CYCLE-CHECK-PARA.
        PERFORM CYCLE-LOOKUP-PARA.
        IF WS-CYC-PROOF NOT = "A"
            DISPLAY "RUN CONTROL: NO APPROVED PROOF RUN FOR MONTH "
                BILL-MONTH
            DISPLAY "RUN Q15 IN PROOF MODE AND HAVE THE REGISTER"
                " SIGNED OFF IN Q15PA FIRST."
            DISPLAY "BILLING RUN REFUSED BY RUN CONTROL."
            STOP RUN
        END-IF.
        IF WS-CYC-PROOF-ROUTE NOT = SPACES
                AND WS-CYC-PROOF-ROUTE NOT = WS-ROUTE-SELECT
            DISPLAY "RUN CONTROL: THE APPROVED PROOF COVERS ROUTE "
                WS-CYC-PROOF-ROUTE " ONLY"
            DISPLAY "BILLING RUN REFUSED BY RUN CONTROL."
            STOP RUN
        END-IF.
        IF WS-CYC-BILLED = "Y"
            DISPLAY "RUN CONTROL: MONTH " BILL-MONTH
                " IS ALREADY MARKED BILLED."
        DISPLAY "OVERRIDE AUTHORIZED BY OPERATOR " WS-OPERATOR-ID.

        CYCLE-LOOKUP-PARA.
        MOVE SPACE TO WS-CYC-UPLOAD WS-CYC-BILLED WS-CYC-PROOF.
        MOVE SPACES TO WS-CYC-PROOF-ROUTE.
        MOVE "N" TO WS-CYC-FOUND.
        MOVE "N" TO WS-CYC-EOF.
        OPEN INPUT CYCSTAT-FILE.
                    MOVE "Y" TO WS-CYC-FOUND
                    MOVE CY-UPLOAD-FLAG TO WS-CYC-UPLOAD
                    MOVE CY-BILLED-FLAG TO WS-CYC-BILLED
                    MOVE CY-PROOF-FLAG TO WS-CYC-PROOF
                    MOVE CY-PROOF-ROUTE TO WS-CYC-PROOF-ROUTE
                END-IF
        END-READ.

            MOVE WS-CYC-UPLOAD TO CY-UPLOAD-FLAG
            MOVE "Y" TO CY-BILLED-FLAG
            MOVE "N" TO CY-AGED-FLAG
            MOVE "N" TO CY-PROOF-FLAG
            MOVE SPACES TO CY-PROOF-ROUTE CY-APPROVED-BY
            MOVE 0 TO CY-PROOF-DATE CY-PROOF-COUNT CY-PROOF-TOTAL
                CY-APPROVED-DATE
            WRITE CYCSTAT-REC
            CLOSE CYCSTAT-FILE
        END-IF.
                IF CY-BILL-MONTH = BILL-MONTH
                    MOVE "Y" TO WS-CYC-FOUND
                    MOVE "Y" TO CY-BILLED-FLAG
                    MOVE "N" TO CY-PROOF-FLAG
                    REWRITE CYCSTAT-REC
                    MOVE "Y" TO WS-CYC-EOF
                END-IF
        END-READ.

      * A proof run is allowed whatever state the month is in - it
      * posts nothing - but the operator is told what the live run
      * will meet.
        PROOF-CHECK-PARA.
        PERFORM CYCLE-LOOKUP-PARA.
        IF WS-CYC-BILLED = "Y"
            DISPLAY "NOTE: MONTH " BILL-MONTH
                " IS ALREADY MARKED BILLED."
        END-IF.
        IF WS-CYC-UPLOAD NOT = "Y"
            DISPLAY "NOTE: READING UPLOAD NOT MARKED COMPLETE FOR"
                " MONTH " BILL-MONTH
        END-IF.
        MOVE ZEROS TO WS-PROOF-CAT-TABLE.

      * The proof replaces any earlier proof of the month, approved
      * or not - the figures the supervisor signs off are always the
      * latest run's.
        CYCLE-MARK-PROOF-PARA.
        MOVE "N" TO WS-CYC-FOUND.
        MOVE "N" TO WS-CYC-EOF.
        OPEN I-O CYCSTAT-FILE.
        IF WS-CYCSTAT-STATUS = "00"
            PERFORM CYCLE-PROOF-SCAN-PARA UNTIL WS-CYC-EOF = "Y"
            CLOSE CYCSTAT-FILE
        END-IF.
        IF WS-CYC-FOUND NOT = "Y"
            OPEN EXTEND CYCSTAT-FILE
            IF WS-CYCSTAT-STATUS = "35"
                OPEN OUTPUT CYCSTAT-FILE
                CLOSE CYCSTAT-FILE
                OPEN EXTEND CYCSTAT-FILE
            END-IF
            MOVE BILL-MONTH TO CY-BILL-MONTH
            MOVE "N" TO CY-UPLOAD-FLAG
            MOVE "N" TO CY-BILLED-FLAG
            MOVE "N" TO CY-AGED-FLAG
            PERFORM CYCLE-PROOF-FIELDS-PARA
            WRITE CYCSTAT-REC
            CLOSE CYCSTAT-FILE
        END-IF.
        DISPLAY "RUN CONTROL: MONTH " BILL-MONTH
            " PROOFED - AWAITING SUPERVISOR SIGN-OFF".

        CYCLE-PROOF-SCAN-PARA.
        READ CYCSTAT-FILE
            AT END
                MOVE "Y" TO WS-CYC-EOF
            NOT AT END
                IF CY-BILL-MONTH = BILL-MONTH
                    MOVE "Y" TO WS-CYC-FOUND
                    PERFORM CYCLE-PROOF-FIELDS-PARA
                    REWRITE CYCSTAT-REC
                    MOVE "Y" TO WS-CYC-EOF
                END-IF
        END-READ.

        CYCLE-PROOF-FIELDS-PARA.
        MOVE "P" TO CY-PROOF-FLAG.
        MOVE WS-ROUTE-SELECT TO CY-PROOF-ROUTE.
        MOVE WS-RUN-DATE TO CY-PROOF-DATE.
        MOVE WS-REC-COUNT TO CY-PROOF-COUNT.
        MOVE WS-TOT-CHARGES TO CY-PROOF-TOTAL.
        MOVE SPACES TO CY-APPROVED-BY.
        MOVE 0 TO CY-APPROVED-DATE.

      * One spool line per proofed customer, with the change against
      * the last bill on file when there is one.
        PROOF-NOTE-PARA.
        MOVE IN-CUST-ID TO PW-CUST-ID.
        MOVE IN-CUST-NAME TO PW-CUST-NAME.
        MOVE IN-ROUTE-CODE TO PW-ROUTE.
        MOVE PULSES TO PW-UNITS.
        MOVE WS-BILL-DUE-NUM TO PW-BILL-DUE.
        MOVE "N" TO PW-HAS-LAST.
        MOVE 0 TO PW-LAST-DUE PW-CHANGE PW-CHANGE-SIZE.
        MOVE 0 TO WS-UH-HIT.
        PERFORM VARYING WS-UH-CIDX FROM 1 BY 1
                UNTIL WS-UH-CIDX > WS-UH-CUST-COUNT
                    OR WS-UH-HIT > 0
            IF WS-UH-CUST-ID(WS-UH-CIDX) = IN-CUST-ID
                MOVE WS-UH-CIDX TO WS-UH-HIT
            END-IF
        END-PERFORM.
        IF WS-UH-HIT > 0
            IF WS-UH-HAS-LAST(WS-UH-HIT) = "Y"
                MOVE "Y" TO PW-HAS-LAST
                MOVE WS-UH-LAST-DUE(WS-UH-HIT) TO PW-LAST-DUE
                COMPUTE PW-CHANGE = WS-BILL-DUE-NUM - PW-LAST-DUE
                IF PW-CHANGE < 0
                    COMPUTE PW-CHANGE-SIZE = 0 - PW-CHANGE
                ELSE
                    MOVE PW-CHANGE TO PW-CHANGE-SIZE
                END-IF
            END-IF
        END-IF.
        WRITE PROOFWK-REC.
        IF WS-BILL-DUE-NUM = 0
            ADD 1 TO WS-PROOF-ZERO-COUNT
        END-IF.
        IF WS-STAT-HIT > 0
            ADD WS-BILL-DUE-NUM TO WS-PC-BILL-DUE(WS-STAT-HIT)
        END-IF.

      * Pre-bill register: category totals and run totals, then the
      * highest bills, the largest changes against the last bill and
      * the zero bills, each sorted off the spool file.
        PROOF-REGISTER-PARA.
        OPEN OUTPUT PROOF-FILE.
        MOVE BILL-MONTH TO PR-BILL-MONTH.
        IF WS-ROUTE-SELECT = SPACES
            MOVE "ALL" TO PR-ROUTE
        ELSE
            MOVE WS-ROUTE-SELECT TO PR-ROUTE
        END-IF.
        MOVE WS-RUN-DATE TO PR-RUN-DATE.
        WRITE PROOF-REC FROM HEADING1.
        WRITE PROOF-REC FROM PROOF-TITLE-LINE.
        WRITE PROOF-REC FROM HEADING1.
        WRITE PROOF-REC FROM PROOF-RUN-LINE.
        WRITE PROOF-REC FROM HEADING1.
        MOVE " TOTALS BY TARIFF CATEGORY" TO PROOF-REC.
        WRITE PROOF-REC.
        WRITE PROOF-REC FROM PROOF-CAT-HEAD-LINE.
        PERFORM PROOF-CAT-LINE-PARA
            VARYING WS-STAT-HIT FROM 1 BY 1
            UNTIL WS-STAT-HIT > WS-STAT-COUNT.
        WRITE PROOF-REC FROM HEADING1.
        MOVE "CUSTOMERS PROOFED .......: " TO PN-LABEL.
        MOVE WS-REC-COUNT TO PN-COUNT.
        WRITE PROOF-REC FROM PROOF-COUNT-LINE.
        MOVE "REJECTED (SEE EXCEPTS.TXT): " TO PN-LABEL.
        MOVE WS-REJECT-COUNT TO PN-COUNT.
        WRITE PROOF-REC FROM PROOF-COUNT-LINE.
        MOVE "ZERO BILLS ..............: " TO PN-LABEL.
        MOVE WS-PROOF-ZERO-COUNT TO PN-COUNT.
        WRITE PROOF-REC FROM PROOF-COUNT-LINE.
        MOVE "ENERGY CHARGES ..........: " TO PT-LABEL.
        MOVE WS-TOT-ENERGY TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "FIXED CHARGES ...........: " TO PT-LABEL.
        MOVE WS-TOT-FIXED TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "ELECTRICITY DUTY ........: " TO PT-LABEL.
        MOVE WS-TOT-DUTY TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "VAT .....................: " TO PT-LABEL.
        MOVE WS-TOT-VAT TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "PRIOR BALANCES BROUGHT IN: " TO PT-LABEL.
        MOVE WS-TOT-ARR-REC TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "RECONNECTION FEES .......: " TO PT-LABEL.
        MOVE WS-TOT-FEES TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "DEPOSIT INTEREST CREDITS : " TO PT-LABEL.
        MOVE WS-TOT-DEP-CR TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "CREDIT ON ACCOUNT USED ..: " TO PT-LABEL.
        MOVE WS-TOT-ACCT-CR TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "EXPORT CREDITS SETTLED ..: " TO PT-LABEL.
        MOVE WS-TOT-EXP-CR TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "  OF WHICH HELD ON ACCOUNT: " TO PT-LABEL.
        MOVE WS-TOT-EXP-PARKED TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        MOVE "TOTAL BILL-DUE ..........: " TO PT-LABEL.
        MOVE WS-TOT-CHARGES TO PT-AMOUNT.
        WRITE PROOF-REC FROM PROOF-TOTAL-LINE.
        WRITE PROOF-REC FROM HEADING1.
        MOVE " HIGHEST BILLS" TO PROOF-REC.
        WRITE PROOF-REC.
        WRITE PROOF-REC FROM PROOF-DETAIL-HEAD-LINE.
        SORT PROOF-SORT-FILE
            ON DESCENDING KEY PQ-BILL-DUE
            ON ASCENDING KEY PQ-CUST-ID
            USING PROOFWK-FILE
            OUTPUT PROCEDURE PROOF-TOP-OUT-PARA.
        WRITE PROOF-REC FROM HEADING1.
        MOVE " LARGEST CHANGES AGAINST THE LAST BILL ON FILE"
            TO PROOF-REC.
        WRITE PROOF-REC.
        WRITE PROOF-REC FROM PROOF-DETAIL-HEAD-LINE.
        SORT PROOF-SORT-FILE
            ON DESCENDING KEY PQ-CHANGE-SIZE
            ON ASCENDING KEY PQ-CUST-ID
            USING PROOFWK-FILE
            OUTPUT PROCEDURE PROOF-CHANGE-OUT-PARA.
        WRITE PROOF-REC FROM HEADING1.
        MOVE " ZERO BILLS" TO PROOF-REC.
        WRITE PROOF-REC.
        WRITE PROOF-REC FROM PROOF-DETAIL-HEAD-LINE.
        SORT PROOF-SORT-FILE
            ON ASCENDING KEY PQ-ROUTE PQ-CUST-ID
            USING PROOFWK-FILE
            OUTPUT PROCEDURE PROOF-ZERO-OUT-PARA.
        WRITE PROOF-REC FROM HEADING1.
        CLOSE PROOF-FILE.

        PROOF-CAT-LINE-PARA.
        MOVE WS-SC-CATEGORY(WS-STAT-HIT) TO PC-CATEGORY.
        MOVE WS-SC-CUST-COUNT(WS-STAT-HIT) TO PC-COUNT.
        COMPUTE PC-UNITS = WS-SC-UNITS(WS-STAT-HIT, 1)
            + WS-SC-UNITS(WS-STAT-HIT, 2)
            + WS-SC-UNITS(WS-STAT-HIT, 3).
        COMPUTE PC-REVENUE = WS-SC-REVENUE(WS-STAT-HIT, 1)
            + WS-SC-REVENUE(WS-STAT-HIT, 2)
            + WS-SC-REVENUE(WS-STAT-HIT, 3).
        MOVE WS-PC-BILL-DUE(WS-STAT-HIT) TO PC-BILL-DUE.
        WRITE PROOF-REC FROM PROOF-CAT-LINE.

        PROOF-TOP-OUT-PARA.
        MOVE 0 TO WS-PROOF-LISTED.
        MOVE "N" TO WS-PROOFWK-EOF.
        PERFORM PROOF-TOP-RETURN-PARA UNTIL WS-PROOFWK-EOF = "Y".
        PERFORM PROOF-NONE-PARA.

        PROOF-TOP-RETURN-PARA.
        RETURN PROOF-SORT-FILE
            AT END
                MOVE "Y" TO WS-PROOFWK-EOF
            NOT AT END
                IF WS-PROOF-LISTED < WS-PROOF-TOP
                        AND PQ-BILL-DUE > 0
                    ADD 1 TO WS-PROOF-LISTED
                    PERFORM PROOF-DETAIL-PARA
                ELSE
                    MOVE "Y" TO WS-PROOFWK-EOF
                END-IF
        END-RETURN.

      * Customers with no earlier bill carry no change and sort to
      * the bottom - a new connection is not a change.
        PROOF-CHANGE-OUT-PARA.
        MOVE 0 TO WS-PROOF-LISTED.
        MOVE "N" TO WS-PROOFWK-EOF.
        PERFORM PROOF-CHANGE-RETURN-PARA UNTIL WS-PROOFWK-EOF = "Y".
        PERFORM PROOF-NONE-PARA.

        PROOF-CHANGE-RETURN-PARA.
        RETURN PROOF-SORT-FILE
            AT END
                MOVE "Y" TO WS-PROOFWK-EOF
            NOT AT END
                IF WS-PROOF-LISTED < WS-PROOF-TOP
                        AND PQ-CHANGE-SIZE > 0
                    ADD 1 TO WS-PROOF-LISTED
                    PERFORM PROOF-DETAIL-PARA
                ELSE
                    MOVE "Y" TO WS-PROOFWK-EOF
                END-IF
        END-RETURN.

        PROOF-ZERO-OUT-PARA.
        MOVE 0 TO WS-PROOF-LISTED.
        MOVE "N" TO WS-PROOFWK-EOF.
        PERFORM PROOF-ZERO-RETURN-PARA UNTIL WS-PROOFWK-EOF = "Y".
        PERFORM PROOF-NONE-PARA.

        PROOF-ZERO-RETURN-PARA.
        RETURN PROOF-SORT-FILE
            AT END
                MOVE "Y" TO WS-PROOFWK-EOF
            NOT AT END
                IF PQ-BILL-DUE = 0
                    ADD 1 TO WS-PROOF-LISTED
                    PERFORM PROOF-DETAIL-PARA
                END-IF
        END-RETURN.

        PROOF-NONE-PARA.
        IF WS-PROOF-LISTED = 0
            MOVE "    NONE" TO PROOF-REC
            WRITE PROOF-REC
        END-IF.

        PROOF-DETAIL-PARA.
        MOVE PQ-CUST-ID TO PD-CUST-ID.
        MOVE PQ-CUST-NAME TO PD-CUST-NAME.
        MOVE PQ-ROUTE TO PD-ROUTE.
        MOVE PQ-UNITS TO PD-UNITS.
        MOVE PQ-BILL-DUE TO PD-BILL-DUE.
        IF PQ-HAS-LAST = "Y"
            MOVE PQ-LAST-DUE TO PD-LAST-DUE
            MOVE PQ-CHANGE TO PD-CHANGE
        ELSE
            MOVE "     NO BILL" TO PD-LAST-TEXT
            MOVE SPACES TO PD-CHANGE-TEXT
        END-IF.
        WRITE PROOF-REC FROM PROOF-DETAIL-LINE.

        LOAD-ACCTMAP-PARA.
        OPEN INPUT ACCTMAP-FILE.
        IF WS-ACCTMAP-STATUS = "00"
                    WHEN "DUTY    " MOVE AM-ACCT TO WS-ACCT-DUTY
                    WHEN "VAT     " MOVE AM-ACCT TO WS-ACCT-VAT
                    WHEN "BUDGVAR " MOVE AM-ACCT TO WS-ACCT-BUDGVAR
                    WHEN "UNAPPLD " MOVE AM-ACCT TO WS-ACCT-UNAPPLD
                    WHEN "EXPCRED " MOVE AM-ACCT TO WS-ACCT-EXPCRED
                    WHEN OTHER CONTINUE
                END-EVALUATE
        END-READ.

      * One balanced journal per run: the debtors debit equals the
      * revenue credits less the deposit-interest credit, the credit
      * on account and the solar export credit passed on to
      * customers. Export credit is bought-in energy, debited in full;
      * the part no bill could absorb is credited to unapplied cash,
      * where it is held on account. The late-surcharge
      * line is a memo only - it books nothing until a customer
      * actually pays late. The journal is appended like every other
      * posting program's - Q15GC's period close takes the closed
      * months out of the file.
        WRITE-JOURNAL-PARA.
        OPEN EXTEND JOURNAL-FILE.
        IF WS-JOURNAL-STATUS = "35"
            OPEN OUTPUT JOURNAL-FILE
            CLOSE JOURNAL-FILE
            OPEN EXTEND JOURNAL-FILE
        END-IF.
        MOVE BILL-MONTH TO JH-BILL-MONTH.
        MOVE WS-RUN-DATE TO JH-RUN-DATE.
        PERFORM GL-POST-PERIOD-PARA.
        MOVE WS-GL-PERIOD TO JD-PERIOD.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        MOVE WS-ACCT-DEBTORS TO JD-ACCT.
        MOVE "DR" TO JD-DRCR.
        MOVE WS-TOT-DEP-CR TO JD-AMOUNT.
        MOVE "DEPOSIT INTEREST CREDITED" TO JD-DESC.
        WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE.
        IF WS-TOT-ACCT-CR > 0
            MOVE WS-ACCT-UNAPPLD TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            MOVE WS-TOT-ACCT-CR TO JD-AMOUNT
            MOVE "CREDIT ON ACCOUNT APPLIED" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        IF WS-TOT-EXP-CR > 0
            MOVE WS-ACCT-EXPCRED TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            MOVE WS-TOT-EXP-CR TO JD-AMOUNT
            MOVE "SOLAR EXPORT CREDIT SETTLED" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        IF WS-TOT-EXP-PARKED > 0
            MOVE WS-ACCT-UNAPPLD TO JD-ACCT
            MOVE "CR" TO JD-DRCR
            MOVE WS-TOT-EXP-PARKED TO JD-AMOUNT
            MOVE "EXPORT CREDIT HELD ON ACCOUNT" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        MOVE WS-ACCT-ENERGY TO JD-ACCT.
        MOVE "CR" TO JD-DRCR.
        MOVE WS-TOT-ENERGY TO JD-AMOUNT.
                MOVE 0 TO WS-SC-UNITS(WS-STAT-HIT, WS-STAT-IDX)
                MOVE 0 TO WS-SC-REVENUE(WS-STAT-HIT, WS-STAT-IDX)
            END-PERFORM
            MOVE 0 TO WS-SC-EXPORT-UNITS(WS-STAT-HIT)
            MOVE 0 TO WS-SC-EXPORT-CREDIT(WS-STAT-HIT)
            MOVE 0 TO WS-SC-NET-CUSTS(WS-STAT-HIT)
        END-IF.
        IF WS-STAT-HIT > 0
            ADD 1 TO WS-SC-CUST-COUNT(WS-STAT-HIT)
            ADD WS-SLAB2-AMT TO WS-SC-REVENUE(WS-STAT-HIT, 2)
            ADD WS-SLAB3-UNITS TO WS-SC-UNITS(WS-STAT-HIT, 3)
            ADD WS-SLAB3-AMT TO WS-SC-REVENUE(WS-STAT-HIT, 3)
            IF WS-NET-CUST = "Y"
                ADD 1 TO WS-SC-NET-CUSTS(WS-STAT-HIT)
                ADD WS-NET-EXPORT TO WS-SC-EXPORT-UNITS(WS-STAT-HIT)
            END-IF
        END-IF.

      * One record per category and slab is appended, so a month
      * billed in several runs (route by route, or after a restart)
      * simply sums across its records when Q15Q reports it. A
      * category with net-metered customers also gets a slab 0
      * record carrying their export units and export credit.
        WRITE-STATS-PARA.
        IF WS-STAT-COUNT = 0
            CONTINUE
            END-IF
            WRITE STATS-REC
        END-PERFORM.
        IF WS-SC-NET-CUSTS(WS-STAT-HIT) > 0
            MOVE BILL-MONTH TO ST-BILL-MONTH
            MOVE WS-SC-CATEGORY(WS-STAT-HIT) TO ST-CATEGORY
            MOVE 0 TO ST-SLAB
            MOVE WS-SC-EXPORT-UNITS(WS-STAT-HIT) TO ST-UNITS
            MOVE WS-SC-EXPORT-CREDIT(WS-STAT-HIT) TO ST-REVENUE
            MOVE WS-SC-NET-CUSTS(WS-STAT-HIT) TO ST-CUST-COUNT
            WRITE STATS-REC
        END-IF.

        SUMMARY-PARA.
        MOVE WS-REC-COUNT TO S-REC-COUNT.
        MOVE WS-RT-AMOUNT(WS-ROUTE-IDX) TO SR-AMOUNT.
        WRITE SUMMARY-REC FROM SUMMARY-ROUTE-LINE.

        COPY GLPERDP.

        COPY RUNLOGP.

        COPY OPERSIGN.
