      *          the bank, and a rejected or partial item released
      *          back to "N" rejoins the balance at the next Q15A
      *          refresh. Rejected debits go to the register
      *          DDREJECT.TXT for the counter to chase. The run
      *          appends a direct-debit receipts journal to
      *          GLJRNL.TXT: the whole collection the bank reported
      *          is debited to the direct-debit bank account against
      *          debtors, and the debits returned unpaid are then
      *          reversed out of the bank and back onto debtors.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
          SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT GLPERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-GLPERIOD-STATUS.
          SELECT ACCTMAP-FILE ASSIGN TO "ACCTMAP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ACCTMAP-STATUS.

        DATA DIVISION.
          FILE SECTION.

        FD    RUNLOG-FILE.
        COPY RUNLOG.
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
                02  AM-ACCT PIC X(8).

          WORKING-STORAGE SECTION.
        77    WS-RUNLOG-STATUS PIC XX VALUE SPACES.
        77    WS-REJECT-COUNT PIC 9(6) VALUE 0.
        77    WS-REJECT-AMT PIC 9(8)V99 VALUE 0.
        77    WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.
        77    WS-APPLIED-AMT PIC 9(8)V99 VALUE 0.
        77    WS-COLLECTED-AMT PIC 9(8)V99 VALUE 0.
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
        77    WS-ACCT-DEBTORS PIC X(8) VALUE "14000100".
        77    WS-ACCT-DDBANK PIC X(8) VALUE "11000200".
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    WS-RETURN-TABLE.
                02  WS-RETURN-ENTRY OCCURS 1000 TIMES.
                02  RJ-AMOUNT PIC Z(5)9.99.
                02  F PIC X(2) VALUE SPACES.
                02  RJ-REASON PIC X(20).
        01    JOURNAL-HEADER-LINE.
                02  F PIC X(28) VALUE "DIRECT DEBIT JOURNAL DATED  ".
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
                02  JD-SOURCE PIC X(8) VALUE "Q15F".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        PERFORM COUNT-UNMATCHED-PARA
            VARYING WS-RT-IDX FROM 1 BY 1
            UNTIL WS-RT-IDX > WS-RETURN-COUNT.
        COMPUTE WS-COLLECTED-AMT = WS-APPLIED-AMT + WS-REJECT-AMT.
        IF WS-COLLECTED-AMT > 0
            PERFORM LOAD-ACCTMAP-PARA
            PERFORM WRITE-JOURNAL-PARA
        END-IF.
        CLOSE PAYSTAT-FILE, REJECT-FILE, LEDGER-FILE.
        MOVE WS-RETURN-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "DEBITS REJECTED  : " WS-REJECT-COUNT.
        DISPLAY "RETURNS UNMATCHED: " WS-UNMATCHED-COUNT.
        DISPLAY "REJECTS REGISTER WRITTEN TO DDREJECT.TXT.".
        IF WS-COLLECTED-AMT > 0
            DISPLAY "DIRECT DEBIT JOURNAL APPENDED TO GLJRNL.TXT."
        END-IF.
        STOP RUN.

        OPEN-LEDGER-PARA.
                MOVE "POSTED PART" TO WS-RT-STATUS(WS-MATCH-IDX)
            END-IF
            PERFORM WRITE-LEDGER-PAYMENT-PARA
            ADD WS-REDUCE-AMT TO WS-APPLIED-AMT
            ADD 1 TO WS-POSTED-COUNT
            ADD WS-RT-AMOUNT(WS-MATCH-IDX) TO WS-POSTED-AMT
        ELSE
            WRITE REJECT-REC FROM REJECT-DETAIL-LINE
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
                    WHEN "DDBANK  " MOVE AM-ACCT TO WS-ACCT-DDBANK
                END-EVALUATE
        END-READ.

      * The journal is appended, not rewritten - Q15GC's period close
      * takes the closed months out of the file. The bank statement
      * shows the whole submission collected and the unpaid debits
      * taken back, so the journal does the same: the gross
      * collection against debtors, then the reversal of the
      * returned debits, leaving the bank up by what was actually
      * applied.
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
        MOVE WS-ACCT-DDBANK TO JD-ACCT.
        MOVE "DR" TO JD-DRCR.
        MOVE WS-COLLECTED-AMT TO JD-AMOUNT.
        MOVE "DIRECT DEBITS - BANK" TO JD-DESC.
        WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE.
        MOVE WS-ACCT-DEBTORS TO JD-ACCT.
        MOVE "CR" TO JD-DRCR.
        MOVE "DIRECT DEBITS - DEBTORS" TO JD-DESC.
        WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE.
        IF WS-REJECT-AMT > 0
            MOVE WS-ACCT-DEBTORS TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            MOVE WS-REJECT-AMT TO JD-AMOUNT
            MOVE "DD RETURNED UNPAID - DEBTORS" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
            MOVE WS-ACCT-DDBANK TO JD-ACCT
            MOVE "CR" TO JD-DRCR
            MOVE "DD RETURNED UNPAID - BANK" TO JD-DESC
            WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE
        END-IF.
        CLOSE JOURNAL-FILE.

        COPY GLPERDP.

        COPY RUNLOGP.
