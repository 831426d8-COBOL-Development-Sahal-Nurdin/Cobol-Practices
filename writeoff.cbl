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
        77    WS-WOFF-PARM-STATUS PIC XX VALUE SPACES.
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
        77    WS-CHOICE PIC 9 VALUE 0.
                02  JD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  JD-DESC PIC X(30).
                02  F PIC X(2) VALUE SPACES.
                02  JD-SOURCE PIC X(8) VALUE "Q15W".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        ELSE
            PERFORM OPEN-JOURNAL-PARA
            MOVE WS-TODAY-DATE TO JH-RUN-DATE
            PERFORM GL-POST-PERIOD-PARA
            MOVE WS-GL-PERIOD TO JD-PERIOD
            WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE
            MOVE WS-ACCT-BADDEBT TO JD-ACCT
            MOVE "DR" TO JD-DRCR
        WRITE-RECOVERY-JOURNAL-PARA.
        PERFORM OPEN-JOURNAL-PARA.
        MOVE WS-TODAY-DATE TO JH-RUN-DATE.
        PERFORM GL-POST-PERIOD-PARA.
        MOVE WS-GL-PERIOD TO JD-PERIOD.
        WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE.
        MOVE WS-ACCT-DEBTORS TO JD-ACCT.
        MOVE "DR" TO JD-DRCR.
        MOVE "BAD DEBT RECOVERED" TO JD-DESC.
        WRITE JOURNAL-REC FROM JOURNAL-DETAIL-LINE.
        CLOSE JOURNAL-FILE.

        COPY GLPERDP.
