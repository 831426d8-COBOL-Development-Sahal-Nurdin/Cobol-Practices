      *          the receivables ledger, and the earned amount posted
      *          to the late-fee account in GLJRNL.TXT. Items already
      *          out with the bank ("D") are left for the return to
      *          release first, and so are items held under a
      *          billing dispute in DISPUTE.DAT. A register goes to
      *          LATEFEE.TXT.
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
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
        COPY RECVLDGR.
        FD    JOURNAL-FILE.
        01    JOURNAL-REC PIC X(80).
        FD    GLPERIOD-FILE.
        COPY GLPERIOD.
        FD    ACCTMAP-FILE.
        01    ACCTMAP-REC.
                02  AM-KEY PIC X(8).
        01    REGISTER-REC PIC X(80).
        FD    PAYPLAN-FILE.
        COPY PAYPLAN.
        FD    DISPUTE-FILE.
        COPY DISPUTE.
        FD    RUNLOG-FILE.
        COPY RUNLOG.

        77    WS-ARR-REL-KEY PIC 9(6) VALUE 0.
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
        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ON-PLAN PIC X VALUE "N".
        77    WS-DISPUTE-STATUS PIC XX VALUE SPACES.
        77    WS-DH-OPEN PIC X VALUE "N".
        77    WS-DH-CUST-ID PIC 9(6) VALUE 0.
        77    WS-DH-ISSUE-DATE PIC 9(8) VALUE 0.
        77    WS-DH-HELD PIC X VALUE "N".
        77    WS-DH-DONE PIC X VALUE "N".
        77    WS-HELD-COUNT PIC 9(6) VALUE 0.
        77    WS-EOF PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-TODAY-INT PIC 9(9) VALUE 0.
                02  JD-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X(2) VALUE SPACES.
                02  JD-DESC PIC X(30).
                02  F PIC X(2) VALUE SPACES.
                02  JD-SOURCE PIC X(8) VALUE "Q15Y".
                02  F PIC X(2) VALUE SPACES.
                02  JD-PERIOD PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
        PERFORM OPEN-ARREARS-PARA.
        PERFORM OPEN-LEDGER-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-DISPUTE-PARA.
        OPEN OUTPUT REGISTER-FILE.
        WRITE REGISTER-REC FROM HEADING1.
        MOVE " *** LATE-SURCHARGE ASSESSMENT REGISTER ***"
        WRITE REGISTER-REC FROM REGISTER-TOTAL-LINE.
        CLOSE PAYSTAT-FILE, ARREARS-FILE, LEDGER-FILE
            , PAYPLAN-FILE, REGISTER-FILE.
        PERFORM CLOSE-DISPUTE-PARA.
        PERFORM WRITE-JOURNAL-PARA.
        MOVE WS-ASSESS-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "LATE-SURCHARGE ASSESSMENT COMPLETE.".
        DISPLAY "ITEMS SURCHARGED : " WS-ASSESS-COUNT.
        DISPLAY "VALUE ASSESSED   : " WS-TOT-SURCHARGE.
        DISPLAY "HELD IN DISPUTE  : " WS-HELD-COUNT.
        DISPLAY "REGISTER WRITTEN TO LATEFEE.TXT.".
        STOP RUN.

      * A customer paying as agreed under a live payment plan is
      * current in the eyes of Q15A, Q15D and Q15H - the surcharge
      * honors the same rule and leaves their items alone until the
      * plan is voided or completed. A bill under dispute is not
      * surcharged while the hold is on; if the dispute is released
      * the next run surcharges it as usual.
        ASSESS-PARA.
        IF PS-PAID-FLAG = "N" AND PS-SURCH-FLAG NOT = "Y"
            PERFORM PLAN-LOOKUP-PARA
                    FUNCTION INTEGER-OF-DATE(PS-ISSUE-DATE)
                COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-ISSUE-INT
                IF WS-DAYS-LATE > WS-DUE-DAYS
                    MOVE PS-CUST-ID TO WS-DH-CUST-ID
                    MOVE PS-ISSUE-DATE TO WS-DH-ISSUE-DATE
                    PERFORM DISPUTE-ITEM-CHECK-PARA
                    IF WS-DH-HELD = "Y"
                        ADD 1 TO WS-HELD-COUNT
                    ELSE
                        PERFORM SURCHARGE-ONE-PARA
                    END-IF
                END-IF
            END-IF
        END-IF.
                OPEN EXTEND JOURNAL-FILE
            END-IF
            MOVE WS-TODAY-DATE TO JH-RUN-DATE
            PERFORM GL-POST-PERIOD-PARA
            MOVE WS-GL-PERIOD TO JD-PERIOD
            WRITE JOURNAL-REC FROM JOURNAL-HEADER-LINE
            MOVE WS-ACCT-DEBTORS TO JD-ACCT
            MOVE "DR" TO JD-DRCR
            CLOSE JOURNAL-FILE
        END-IF.

        COPY GLPERDP.

        COPY DISPHOLD.

        COPY RUNLOGP.
