      ******************************************************************
      * Author:
      * Date:
      * Purpose: Field work-order completion upload. The crews' job
      *          sheet results are keyed to WOCOMP.DAT, one line per
      *          order: done (C) or failed (F) with a reason code,
      *          the date, and for a meter exchange the fitted meter,
      *          the units used on the old meter and the new meter's
      *          opening reading. Each line is checked against
      *          WORKORD.DAT (the order must still be raised or
      *          issued) and only then is the real status changed:
      *          a disconnection or reconnection sets DISCSTAT.DAT
      *          (a reconnection puts the fee from DISCPARM.DAT on the
      *          next bill), an exchange sets the carry-over on the
      *          customer master, moves both meters on METERMST.DAT
      *          and the premises, with the usual CUSTAUDT.TXT entry,
      *          and an inspection moves the APPLIC.DAT application to
      *          inspected. A failed visit closes the order with its
      *          reason and changes nothing else - the desk raises a
      *          new order if another visit is wanted. Every line is
      *          reported applied or rejected with the reason on
      *          WOCOMP.TXT so only the failures are re-keyed.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15WC.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT TXN-FILE ASSIGN TO "WOCOMP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-TXN-STATUS.
          SELECT WORKORD-FILE ASSIGN TO "WORKORD.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-WO-REL-KEY
            FILE STATUS IS WS-WORKORD-STATUS.
          SELECT CUSTOMER-REC-FILE ASSIGN TO "ELEC_REC.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-CUST-REL-KEY
            FILE STATUS IS WS-CUST-STATUS.
          SELECT DISCSTAT-FILE ASSIGN TO "DISCSTAT.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-DISC-REL-KEY
            FILE STATUS IS WS-DISC-STATUS.
          SELECT DISC-PARAMETER-FILE ASSIGN TO "DISCPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-DISC-PARM-STATUS.
          SELECT METERMST-FILE ASSIGN TO "METERMST.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-MTR-REL-KEY
            FILE STATUS IS WS-METERMST-STATUS.
          SELECT PREMISES-FILE ASSIGN TO "PREMISES.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PREM-REL-KEY
            FILE STATUS IS WS-PREMISES-STATUS.
          SELECT APPLIC-FILE ASSIGN TO "APPLIC.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-APPL-REL-KEY
            FILE STATUS IS WS-APPLIC-STATUS.
          SELECT REPORT-FILE ASSIGN TO "WOCOMP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AUDIT-FILE ASSIGN TO "CUSTAUDT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
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
        FD    TXN-FILE.
        01    WO-COMP-REC.
                02  WC-NUMBER PIC 9(6).
                02  WC-OUTCOME PIC X.
                02  WC-RESULT-CODE PIC X(2).
                02  WC-DONE-DATE PIC 9(8).
                02  WC-NEW-MTRNO PIC 9(6).
                02  WC-OLD-UNITS PIC 9(4).
                02  WC-NEW-OPEN PIC 9(4).
                02  WC-CREW PIC X(4).
        FD    WORKORD-FILE.
        COPY WORKORD.
        FD    CUSTOMER-REC-FILE.
        COPY CUSTREC.
        FD    DISCSTAT-FILE.
        COPY DISCSTAT.
        FD    DISC-PARAMETER-FILE.
        01    DISC-PARM-REC.
                02  DPARM-THRESHOLD PIC 9(6)V99.
                02  DPARM-RECON-FEE PIC 9(4)V99.
        FD    METERMST-FILE.
        COPY METERMST.
        FD    PREMISES-FILE.
        COPY PREMISES.
        FD    APPLIC-FILE.
        COPY APPLIC.
        FD    REPORT-FILE.
        01    REPORT-REC PIC X(100).
        FD    AUDIT-FILE.
        COPY CUSTAUDT.
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
        77    WS-REQ-AUTH-LEVEL PIC 9 VALUE 1.
        77    WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        77    WS-RUNLOG-STATUS PIC XX VALUE SPACES.
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15WC".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-TXN-STATUS PIC XX VALUE SPACES.
        77    WS-WORKORD-STATUS PIC XX VALUE SPACES.
        77    WS-WO-REL-KEY PIC 9(6) VALUE 0.
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-DISC-STATUS PIC XX VALUE SPACES.
        77    WS-DISC-REL-KEY PIC 9(6) VALUE 0.
        77    WS-DISC-PARM-STATUS PIC XX VALUE SPACES.
        77    WS-METERMST-STATUS PIC XX VALUE SPACES.
        77    WS-MTR-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PREMISES-STATUS PIC XX VALUE SPACES.
        77    WS-PREM-REL-KEY PIC 9(6) VALUE 0.
        77    WS-APPLIC-STATUS PIC XX VALUE SPACES.
        77    WS-APPL-REL-KEY PIC 9(6) VALUE 0.
        77    WS-APPL-OPEN PIC X VALUE "N".
        77    WS-AUDIT-STATUS PIC XX VALUE SPACES.
        77    WS-TXN-EOF PIC X VALUE "N".
        77    WS-TXN-COUNT PIC 9(6) VALUE 0.
        77    WS-APPLIED-COUNT PIC 9(6) VALUE 0.
        77    WS-FAILED-COUNT PIC 9(6) VALUE 0.
        77    WS-REJECTED-COUNT PIC 9(6) VALUE 0.
        77    WS-REJECT-REASON PIC X(40) VALUE SPACES.
        77    WS-AUDIT-ACTION PIC X(10) VALUE SPACES.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-DONE-DATE PIC 9(8) VALUE 0.
        77    WS-AUDIT-TIME PIC 9(8) VALUE 0.
        77    WS-BEFORE-IMAGE PIC X(161) VALUE SPACES.
        77    WS-CLOSE-OK PIC X VALUE "N".
        77    WS-DISC-FOUND PIC X VALUE "N".
      * Reconnection fee - collections default, taken from
      * DISCPARM.DAT when present, the same record Q15D reads.
        77    WS-RECON-FEE PIC 9(4)V99 VALUE 50.00.
      * Same sanity limit the exchange entry always applied to the
      * units read off the old meter.
        77    WS-MAX-OLD-UNITS PIC 9(4) VALUE 5000.
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    REPORT-TITLE-LINE PIC X(80) VALUE
            "ORDER   T  CUST ID  DISPOSITION  REASON".
        01    REPORT-DETAIL-LINE.
                02  RP-NUMBER PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  RP-TYPE PIC X.
                02  F PIC X(2) VALUE SPACES.
                02  RP-CUST-ID PIC 9(6).
                02  F PIC X(3) VALUE SPACES.
                02  RP-DISPOSITION PIC X(10).
                02  F PIC X(3) VALUE SPACES.
                02  RP-REASON PIC X(40).
        01    REPORT-TOTAL-LINE.
                02  RT-LABEL PIC X(14).
                02  RT-COUNT PIC Z(5)9.

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 2 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        PERFORM LOAD-DISC-PARM-PARA.
        OPEN INPUT TXN-FILE.
        IF WS-TXN-STATUS NOT = "00"
            DISPLAY "WOCOMP.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-TXN-STATUS
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN I-O WORKORD-FILE.
        IF WS-WORKORD-STATUS NOT = "00"
            DISPLAY "WORKORD.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-WORKORD-STATUS
            CLOSE TXN-FILE
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN I-O CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
            CLOSE TXN-FILE, WORKORD-FILE
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN I-O DISCSTAT-FILE.
        IF WS-DISC-STATUS NOT = "00"
            OPEN OUTPUT DISCSTAT-FILE
            CLOSE DISCSTAT-FILE
            OPEN I-O DISCSTAT-FILE
        END-IF.
        OPEN I-O METERMST-FILE.
        IF WS-METERMST-STATUS NOT = "00"
            OPEN OUTPUT METERMST-FILE
            CLOSE METERMST-FILE
            OPEN I-O METERMST-FILE
        END-IF.
        OPEN I-O PREMISES-FILE.
        IF WS-PREMISES-STATUS NOT = "00"
            OPEN OUTPUT PREMISES-FILE
            CLOSE PREMISES-FILE
            OPEN I-O PREMISES-FILE
        END-IF.
        OPEN I-O APPLIC-FILE.
        IF WS-APPLIC-STATUS = "00"
            MOVE "Y" TO WS-APPL-OPEN
        END-IF.
        PERFORM OPEN-AUDIT-PARA.
        OPEN OUTPUT REPORT-FILE.
        WRITE REPORT-REC FROM HEADING1.
        MOVE " *** WORK ORDER COMPLETION REPORT ***" TO REPORT-REC.
        WRITE REPORT-REC.
        WRITE REPORT-REC FROM HEADING1.
        WRITE REPORT-REC FROM REPORT-TITLE-LINE.
        READ TXN-FILE NEXT RECORD AT END MOVE "Y" TO WS-TXN-EOF.
        PERFORM APPLY-TXN-PARA UNTIL WS-TXN-EOF = "Y".
        WRITE REPORT-REC FROM HEADING1.
        MOVE "COMPLETED   : " TO RT-LABEL.
        MOVE WS-APPLIED-COUNT TO RT-COUNT.
        WRITE REPORT-REC FROM REPORT-TOTAL-LINE.
        MOVE "FAILED VISIT: " TO RT-LABEL.
        MOVE WS-FAILED-COUNT TO RT-COUNT.
        WRITE REPORT-REC FROM REPORT-TOTAL-LINE.
        MOVE "REJECTED    : " TO RT-LABEL.
        MOVE WS-REJECTED-COUNT TO RT-COUNT.
        WRITE REPORT-REC FROM REPORT-TOTAL-LINE.
        CLOSE TXN-FILE, WORKORD-FILE, CUSTOMER-REC-FILE
            , DISCSTAT-FILE, METERMST-FILE, PREMISES-FILE
            , REPORT-FILE, AUDIT-FILE.
        IF WS-APPL-OPEN = "Y"
            CLOSE APPLIC-FILE
        END-IF.
        MOVE WS-TXN-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "WORK ORDER COMPLETIONS POSTED.".
        DISPLAY "LINES READ       : " WS-TXN-COUNT.
        DISPLAY "COMPLETED        : " WS-APPLIED-COUNT.
        DISPLAY "FAILED VISITS    : " WS-FAILED-COUNT.
        DISPLAY "REJECTED         : " WS-REJECTED-COUNT.
        DISPLAY "REPORT WRITTEN TO WOCOMP.TXT.".
        STOP RUN.

        LOAD-DISC-PARM-PARA.
        OPEN INPUT DISC-PARAMETER-FILE.
        IF WS-DISC-PARM-STATUS = "00"
            READ DISC-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE DPARM-RECON-FEE TO WS-RECON-FEE
                    DISPLAY "RECONNECTION FEE TAKEN FROM PARAMETER"
                        " FILE"
            END-READ
            CLOSE DISC-PARAMETER-FILE
        END-IF.

        OPEN-AUDIT-PARA.
        OPEN EXTEND AUDIT-FILE.
        IF WS-AUDIT-STATUS = "35"
            OPEN OUTPUT AUDIT-FILE
            CLOSE AUDIT-FILE
            OPEN EXTEND AUDIT-FILE
        END-IF.

        APPLY-TXN-PARA.
        ADD 1 TO WS-TXN-COUNT.
        MOVE SPACES TO WS-REJECT-REASON.
        MOVE SPACE TO WO-TYPE.
        MOVE 0 TO WO-CUST-ID.
        IF WC-DONE-DATE = 0
            MOVE WS-TODAY-DATE TO WS-DONE-DATE
        ELSE
            MOVE WC-DONE-DATE TO WS-DONE-DATE
        END-IF.
        MOVE WC-NUMBER TO WS-WO-REL-KEY.
        EVALUATE TRUE
            WHEN WC-NUMBER = 0
                MOVE "ORDER NUMBER IS ZERO" TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            WHEN WC-OUTCOME NOT = "C" AND WC-OUTCOME NOT = "F"
                MOVE "OUTCOME MUST BE C OR F" TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            WHEN WS-DONE-DATE > WS-TODAY-DATE
                MOVE "COMPLETION DATE IS IN THE FUTURE"
                    TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            WHEN OTHER
                PERFORM READ-ORDER-PARA
        END-EVALUATE.
        READ TXN-FILE NEXT RECORD AT END MOVE "Y" TO WS-TXN-EOF.

        READ-ORDER-PARA.
        READ WORKORD-FILE
            INVALID KEY
                MOVE "NO SUCH WORK ORDER" TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            NOT INVALID KEY
                IF WO-STATUS NOT = "O" AND WO-STATUS NOT = "I"
                    MOVE "ORDER ALREADY CLOSED OR CANCELLED"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TXN-PARA
                ELSE
                    IF WC-OUTCOME = "F"
                        PERFORM FAIL-ORDER-PARA
                    ELSE
                        PERFORM COMPLETE-ORDER-PARA
                    END-IF
                END-IF
        END-READ.

      * A failed visit needs one of the known reason codes so the
      * desk can tell a no-access from a doorstep payment.
        FAIL-ORDER-PARA.
        IF WC-RESULT-CODE NOT = "NA" AND WC-RESULT-CODE NOT = "PD"
                AND WC-RESULT-CODE NOT = "RF"
                AND WC-RESULT-CODE NOT = "MF"
                AND WC-RESULT-CODE NOT = "OT"
            MOVE "FAILED VISIT NEEDS NA/PD/RF/MF/OT"
                TO WS-REJECT-REASON
            PERFORM REJECT-TXN-PARA
        ELSE
            MOVE "F" TO WO-STATUS
            MOVE WC-RESULT-CODE TO WO-RESULT-CODE
            PERFORM CLOSE-ORDER-PARA
            IF WS-CLOSE-OK = "Y"
                ADD 1 TO WS-FAILED-COUNT
                MOVE "FAILED" TO RP-DISPOSITION
                MOVE WC-RESULT-CODE TO WS-REJECT-REASON
                PERFORM REPORT-LINE-PARA
            END-IF
        END-IF.

        COMPLETE-ORDER-PARA.
        EVALUATE WO-TYPE
            WHEN "D" PERFORM COMPLETE-DISC-PARA
            WHEN "R" PERFORM COMPLETE-RECON-PARA
            WHEN "E" PERFORM COMPLETE-EXCH-PARA
            WHEN "I" PERFORM COMPLETE-INSP-PARA
            WHEN "K" PERFORM CLOSE-DONE-PARA
            WHEN OTHER
                MOVE "UNKNOWN ORDER TYPE ON FILE" TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
        END-EVALUATE.

      * Supply cut: the status Q15 enforces is set here, on the
      * crew's word, not when the work list was printed.
        COMPLETE-DISC-PARA.
        MOVE WO-CUST-ID TO WS-DISC-REL-KEY.
        READ DISCSTAT-FILE
            INVALID KEY
                MOVE "N" TO WS-DISC-FOUND
            NOT INVALID KEY
                MOVE "Y" TO WS-DISC-FOUND
        END-READ.
        MOVE WO-CUST-ID TO DS-CUST-ID.
        MOVE "D" TO DS-STATUS.
        MOVE WS-DONE-DATE TO DS-STATUS-DATE.
        MOVE 0 TO DS-FEE-DUE.
        IF WS-DISC-FOUND = "Y"
            REWRITE DISCSTAT-REC
        ELSE
            WRITE DISCSTAT-REC
        END-IF.
        PERFORM CLOSE-DONE-PARA.

        COMPLETE-RECON-PARA.
        MOVE WO-CUST-ID TO WS-DISC-REL-KEY.
        READ DISCSTAT-FILE
            INVALID KEY
                MOVE SPACE TO DS-STATUS
        END-READ.
        IF DS-STATUS NOT = "D"
            MOVE "CUSTOMER IS NOT DISCONNECTED" TO WS-REJECT-REASON
            PERFORM REJECT-TXN-PARA
        ELSE
            MOVE "R" TO DS-STATUS
            MOVE WS-DONE-DATE TO DS-STATUS-DATE
            MOVE WS-RECON-FEE TO DS-FEE-DUE
            REWRITE DISCSTAT-REC
            PERFORM CLOSE-DONE-PARA
        END-IF.

      * The exchange lands exactly as the counter entry used to make
      * it: carry-over on the master for Q15's combined bill, the old
      * meter off to repair, the new one installed, the premises
      * following the meter.
        COMPLETE-EXCH-PARA.
        MOVE WO-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                MOVE "NO CUSTOMER RECORD FOUND" TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            NOT INVALID KEY
                PERFORM CHECK-EXCH-PARA
        END-READ.

        CHECK-EXCH-PARA.
        IF IN-EXCH-FLAG = "Y"
            MOVE "EXCHANGE ALREADY PENDING BILLING"
                TO WS-REJECT-REASON
            PERFORM REJECT-TXN-PARA
        ELSE
        IF WC-NEW-MTRNO = 0 OR WC-NEW-MTRNO = IN-MTRNO
            MOVE "INVALID NEW METER NUMBER" TO WS-REJECT-REASON
            PERFORM REJECT-TXN-PARA
        ELSE
        IF WC-OLD-UNITS > WS-MAX-OLD-UNITS
            MOVE "OLD-METER UNITS EXCEED 5000 SANITY LIMIT"
                TO WS-REJECT-REASON
            PERFORM REJECT-TXN-PARA
        ELSE
            PERFORM POST-EXCH-PARA
        END-IF
        END-IF
        END-IF.

        POST-EXCH-PARA.
        MOVE IN-REC TO WS-BEFORE-IMAGE.
        MOVE IN-MTRNO TO IN-EXCH-OLD-MTRNO.
        MOVE WC-NEW-MTRNO TO IN-MTRNO.
        MOVE WC-OLD-UNITS TO IN-EXCH-OLD-PULSES.
        MOVE WC-NEW-OPEN TO IN-EXCH-NEW-OPEN.
        MOVE "Y" TO IN-EXCH-FLAG.
        REWRITE IN-REC
            INVALID KEY
                MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            NOT INVALID KEY
                MOVE "EXCHANGE" TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-PARA
                PERFORM METER-EXCHANGE-STOCK-PARA
                PERFORM SYNC-PREMISES-PARA
                MOVE WC-NEW-MTRNO TO WO-NEW-MTRNO
                PERFORM CLOSE-DONE-PARA
        END-REWRITE.

        METER-EXCHANGE-STOCK-PARA.
        MOVE IN-EXCH-OLD-MTRNO TO WS-MTR-REL-KEY.
        READ METERMST-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "F" TO MM-STATUS
                MOVE 0 TO MM-CUST-ID
                MOVE WS-DONE-DATE TO MM-STATUS-DATE
                REWRITE METER-REC
        END-READ.
        MOVE IN-MTRNO TO WS-MTR-REL-KEY.
        READ METERMST-FILE
            INVALID KEY
                MOVE IN-MTRNO TO MM-MTRNO
                MOVE "UNKNOWN" TO MM-MAKE
                MOVE 0 TO MM-PURCH-DATE
                MOVE "I" TO MM-STATUS
                MOVE IN-CUST-ID TO MM-CUST-ID
                MOVE WS-DONE-DATE TO MM-STATUS-DATE
                WRITE METER-REC
                END-WRITE
            NOT INVALID KEY
                MOVE "I" TO MM-STATUS
                MOVE IN-CUST-ID TO MM-CUST-ID
                MOVE WS-DONE-DATE TO MM-STATUS-DATE
                REWRITE METER-REC
        END-READ.

        SYNC-PREMISES-PARA.
        IF IN-PREM-NO NOT = 0
            MOVE IN-PREM-NO TO WS-PREM-REL-KEY
            READ PREMISES-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE IN-MTRNO TO PR-MTRNO
                    REWRITE PREMISES-REC
            END-READ
        END-IF.

      * An inspection passed in the field moves the application on;
      * the rest of the connection workflow stays in Q15G.
        COMPLETE-INSP-PARA.
        IF WS-APPL-OPEN = "N"
            MOVE "APPLIC.DAT NOT AVAILABLE" TO WS-REJECT-REASON
            PERFORM REJECT-TXN-PARA
        ELSE
            MOVE WO-CUST-ID TO WS-APPL-REL-KEY
            READ APPLIC-FILE
                INVALID KEY
                    MOVE SPACE TO AP-STATUS
            END-READ
            IF AP-STATUS NOT = "A"
                MOVE "APPLICATION NOT AT THE APPLIED STEP"
                    TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            ELSE
                MOVE "I" TO AP-STATUS
                MOVE WS-DONE-DATE TO AP-STATUS-DATE
                REWRITE APPLIC-REC
                PERFORM CLOSE-DONE-PARA
            END-IF
        END-IF.

        CLOSE-DONE-PARA.
        MOVE "C" TO WO-STATUS.
        MOVE SPACES TO WO-RESULT-CODE.
        PERFORM CLOSE-ORDER-PARA.
        IF WS-CLOSE-OK = "Y"
            ADD 1 TO WS-APPLIED-COUNT
            MOVE "COMPLETED" TO RP-DISPOSITION
            MOVE SPACES TO WS-REJECT-REASON
            PERFORM REPORT-LINE-PARA
        END-IF.

      * The crew on the result line is kept when the sheet went out
      * to the general crew or the order was never printed.
        CLOSE-ORDER-PARA.
        MOVE "N" TO WS-CLOSE-OK.
        MOVE WS-DONE-DATE TO WO-DONE-DATE.
        IF WC-CREW NOT = SPACES
            MOVE WC-CREW TO WO-CREW
        END-IF.
        MOVE WC-NUMBER TO WS-WO-REL-KEY.
        REWRITE WORKORD-REC
            INVALID KEY
                MOVE "WORK ORDER REWRITE FAILED" TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            NOT INVALID KEY
                MOVE "Y" TO WS-CLOSE-OK
        END-REWRITE.

        REPORT-LINE-PARA.
        MOVE WC-NUMBER TO RP-NUMBER.
        MOVE WO-TYPE TO RP-TYPE.
        MOVE WO-CUST-ID TO RP-CUST-ID.
        MOVE WS-REJECT-REASON TO RP-REASON.
        WRITE REPORT-REC FROM REPORT-DETAIL-LINE.

        REJECT-TXN-PARA.
        ADD 1 TO WS-REJECTED-COUNT.
        MOVE "REJECTED" TO RP-DISPOSITION.
        PERFORM REPORT-LINE-PARA.

        WRITE-AUDIT-PARA.
        ACCEPT WS-AUDIT-TIME FROM TIME.
        MOVE WS-OPERATOR-ID TO AU-OPERATOR.
        MOVE WS-TODAY-DATE TO AU-DATE.
        MOVE WS-AUDIT-TIME TO AU-TIME.
        MOVE WS-AUDIT-ACTION TO AU-ACTION.
        MOVE IN-CUST-ID TO AU-CUST-ID.
        MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
        MOVE IN-REC TO AU-AFTER-IMAGE.
        WRITE CUST-AUDIT-REC.

        COPY RUNLOGP.

        COPY OPERSIGN.
