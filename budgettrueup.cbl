      *          TRUEUP.TXT, entered in the open-item receivables
      *          ledger, and posted to GLJRNL.TXT against the budget
      *          variance account so the ledger stays honest; the
      *          variance is then zeroed for the new plan year, the
      *          settlement kept on the record for the annual
      *          statement.
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
        COPY RECVLDGR.
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
        77    WS-DEP-REL-KEY PIC 9(6) VALUE 0.
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
        77    WS-EOF PIC X VALUE "N".
                02  JD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  JD-DESC PIC X(30).
                02  F PIC X(2) VALUE SPACES.
                02  JD-SOURCE PIC X(8) VALUE "Q15T".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        END-IF.
        WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE.
        PERFORM WRITE-LEDGER-PARA.
        MOVE WS-TODAY-DATE TO BV-TRUEUP-DATE.
        MOVE BV-VARIANCE TO BV-TRUEUP-AMT.
        MOVE 0 TO BV-VARIANCE.
        REWRITE BUDGVAR-REC.

                MOVE 0 TO DP-AMOUNT
                MOVE WS-TODAY-DATE TO DP-RECEIVED-DATE
                MOVE WS-SETTLE-AMT TO DP-INT-ACCRUED
                MOVE 0 TO DP-INT-DATE
                MOVE 0 TO DP-INT-LAST
                WRITE DEPOSIT-REC
                END-WRITE
            NOT INVALID KEY
                OPEN EXTEND JOURNAL-FILE
            END-IF
            MOVE WS-TODAY-DATE TO JH-RUN-DATE
            PERFORM GL-POST-PERIOD-PARA
            MOVE WS-GL-PERIOD TO JD-PERIOD
            WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE
            IF WS-TOT-COLLECT > 0
                MOVE WS-ACCT-DEBTORS TO JD-ACCT
            CLOSE JOURNAL-FILE
        END-IF.

        COPY GLPERDP.

        COPY RUNLOGP.
