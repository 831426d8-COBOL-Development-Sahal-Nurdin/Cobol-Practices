      ******************************************************************
      * Author:
      * Date:
      * Purpose: Field work-order desk. Disconnections and
      *          reconnections (Q15D), meter exchanges (Q15M), new-
      *          connection inspections (Q15G) and meter checks
      *          (Q15K) are raised into WORKORD.DAT; this program
      *          puts them in front of the crews. The job sheet run
      *          takes every raised order, assigns it to the crew
      *          that covers its route (WOCREW.DAT - routes with no
      *          crew go to the general crew GEN), marks it issued
      *          and prints JOBSHEET.TXT by crew, route and walk
      *          sequence. Orders already issued and not yet back are
      *          reprinted, flagged B/F, so a sheet is never short.
      *          The overdue report lists raised or issued orders
      *          past their target date to WOOVDUE.TXT. Cancelling an
      *          order needs supervisor authority. Completions come
      *          back through Q15WC.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15WO.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT WORKORD-FILE ASSIGN TO "WORKORD.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-WO-REL-KEY
            FILE STATUS IS WS-WORKORD-STATUS.
          SELECT CREW-FILE ASSIGN TO "WOCREW.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CREW-STATUS.
          SELECT JOBSHEET-FILE ASSIGN TO "JOBSHEET.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OVERDUE-FILE ASSIGN TO "WOOVDUE.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT JOB-SORT-FILE ASSIGN TO "WOSORT.TMP".
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
        FD    WORKORD-FILE.
        COPY WORKORD.
        FD    CREW-FILE.
        01    CREW-REC.
                02  CR-ROUTE-CODE PIC X(4).
                02  CR-CREW PIC X(4).
        FD    JOBSHEET-FILE.
        01    JOBSHEET-REC PIC X(80).
        FD    OVERDUE-FILE.
        01    OVERDUE-REC PIC X(80).
        SD    JOB-SORT-FILE.
        01    JOB-SORT-REC.
                02  JS-CREW PIC X(4).
                02  JS-ROUTE PIC X(4).
                02  JS-WALK-SEQ PIC 9(4).
                02  JS-NUMBER PIC 9(6).
                02  JS-TYPE PIC X.
                02  JS-CUST-ID PIC 9(6).
                02  JS-ADDRESS PIC X(30).
                02  JS-MTRNO PIC 9(6).
                02  JS-NOTE PIC X(30).
                02  JS-TARGET-DATE PIC 9(8).
                02  JS-REPRINT PIC X(3).
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
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15WO".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-WORKORD-STATUS PIC XX VALUE SPACES.
        77    WS-WO-REL-KEY PIC 9(6) VALUE 0.
        77    WS-CREW-STATUS PIC XX VALUE SPACES.
        77    WS-CHOICE PIC 9 VALUE 0.
        77    WS-DONE PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-EOF PIC X VALUE "N".
        77    WS-SORT-EOF PIC X VALUE "N".
        77    WS-CREW-EOF PIC X VALUE "N".
        77    WS-CREW-COUNT PIC 9(3) VALUE 0.
        77    WS-CREW-FULL PIC X VALUE "N".
        77    WS-CIDX PIC 9(3) VALUE 0.
        77    WS-HIT PIC 9(3) VALUE 0.
        77    WS-ISSUED-COUNT PIC 9(6) VALUE 0.
        77    WS-REPRINT-COUNT PIC 9(6) VALUE 0.
        77    WS-CANCEL-COUNT PIC 9(6) VALUE 0.
        77    WS-OVER-COUNT PIC 9(6) VALUE 0.
        77    WS-DAYS-OVER PIC 9(5) VALUE 0.
        77    WS-PREV-CREW PIC X(4) VALUE SPACES.
        77    WS-PREV-ROUTE PIC X(4) VALUE SPACES.
        77    WS-FIRST-OUT PIC X VALUE "Y".
        77    WS-REQ-ORDER-NO PIC 9(6) VALUE 0.
        77    WS-CONFIRM PIC X VALUE SPACE.
        77    WS-TYPE-TEXT PIC X(12) VALUE SPACES.
      * Crew that takes any route not on the crew file.
        77    WS-GENERAL-CREW PIC X(4) VALUE "GEN".
        01    WS-CREW-TABLE.
                02  WS-CREW-ENTRY OCCURS 50 TIMES.
                    03  WS-CT-ROUTE-CODE PIC X(4).
                    03  WS-CT-CREW PIC X(4).
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    CREW-HEADER-LINE.
                02  F PIC X(17) VALUE " *** JOB SHEET - ".
                02  F PIC X(5) VALUE "CREW ".
                02  CH-CREW PIC X(4).
                02  F PIC X(11) VALUE "  ISSUED ON".
                02  F PIC X(1) VALUE SPACE.
                02  CH-DATE PIC 9(8).
                02  F PIC X(4) VALUE " ***".
        01    ROUTE-HEADER-LINE.
                02  F PIC X(8) VALUE "ROUTE   ".
                02  RH-ROUTE PIC X(4).
        01    JOB-TITLE-LINE PIC X(80) VALUE
            "WALK  ORDER   JOB           CUST ID ADDRESS
      -    "         TARGET".
        01    JOB-DETAIL-LINE.
                02  JD-WALK-SEQ PIC 9(4).
                02  F PIC X(2) VALUE SPACES.
                02  JD-NUMBER PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  JD-TYPE-TEXT PIC X(12).
                02  F PIC X(2) VALUE SPACES.
                02  JD-CUST-ID PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  JD-ADDRESS PIC X(30).
                02  F PIC X(2) VALUE SPACES.
                02  JD-TARGET-DATE PIC 9(8).
                02  F PIC X(1) VALUE SPACE.
                02  JD-REPRINT PIC X(3).
        01    JOB-NOTE-LINE.
                02  F PIC X(14) VALUE SPACES.
                02  F PIC X(7) VALUE "METER: ".
                02  JN-MTRNO PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  JN-NOTE PIC X(30).
                02  F PIC X(21) VALUE "  RESULT: ___________".
        01    JOB-SUMMARY-LINE.
                02  F PIC X(20) VALUE "ORDERS ISSUED     : ".
                02  JS-SUM-ISSUED PIC Z(5)9.
                02  F PIC X(20) VALUE "   BROUGHT FORWARD: ".
                02  JS-SUM-REPRINT PIC Z(5)9.
        01    OVERDUE-TITLE-LINE.
                02  F PIC X(36) VALUE
                    "WORK ORDERS PAST TARGET AS AT       ".
                02  OT-DATE PIC 9(8).
        01    OVERDUE-HEAD-LINE PIC X(80) VALUE
            "ORDER   JOB           S  CUST ID  ROUTE  CREW  RAISED    TA
      -    "RGET    DAYS OVER".
        01    OVERDUE-DETAIL-LINE.
                02  OD-NUMBER PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  OD-TYPE-TEXT PIC X(12).
                02  F PIC X(2) VALUE SPACES.
                02  OD-STATUS PIC X.
                02  F PIC X(2) VALUE SPACES.
                02  OD-CUST-ID PIC 9(6).
                02  F PIC X(3) VALUE SPACES.
                02  OD-ROUTE PIC X(4).
                02  F PIC X(3) VALUE SPACES.
                02  OD-CREW PIC X(4).
                02  F PIC X(2) VALUE SPACES.
                02  OD-RAISED-DATE PIC 9(8).
                02  F PIC X(2) VALUE SPACES.
                02  OD-TARGET-DATE PIC 9(8).
                02  F PIC X(2) VALUE SPACES.
                02  OD-DAYS-OVER PIC ZZZZ9.
        01    OVERDUE-SUMMARY-LINE.
                02  F PIC X(20) VALUE "ORDERS OVERDUE    : ".
                02  OS-COUNT PIC Z(5)9.

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 1 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        OPEN I-O WORKORD-FILE.
        IF WS-WORKORD-STATUS NOT = "00"
            DISPLAY "WORKORD.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-WORKORD-STATUS
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        PERFORM LOAD-CREW-PARA.
        PERFORM MENU-PARA UNTIL WS-DONE = "Y".
        CLOSE WORKORD-FILE.
        COMPUTE WS-RL-REC-COUNT = WS-ISSUED-COUNT + WS-CANCEL-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "ORDERS ISSUED   : " WS-ISSUED-COUNT.
        DISPLAY "ORDERS CANCELLED: " WS-CANCEL-COUNT.
        STOP RUN.

      * Route-to-crew assignments. Without the file every order goes
      * to the general crew.
        LOAD-CREW-PARA.
        MOVE 0 TO WS-CREW-COUNT.
        OPEN INPUT CREW-FILE.
        IF WS-CREW-STATUS = "00"
            MOVE "N" TO WS-CREW-EOF
            PERFORM READ-CREW-PARA UNTIL WS-CREW-EOF = "Y"
            CLOSE CREW-FILE
            DISPLAY WS-CREW-COUNT " ROUTE(S) TAKEN FROM CREW FILE"
        END-IF.

        READ-CREW-PARA.
        READ CREW-FILE
            AT END
                MOVE "Y" TO WS-CREW-EOF
            NOT AT END
                IF WS-CREW-COUNT < 50
                    ADD 1 TO WS-CREW-COUNT
                    MOVE CR-ROUTE-CODE TO
                        WS-CT-ROUTE-CODE(WS-CREW-COUNT)
                    MOVE CR-CREW TO WS-CT-CREW(WS-CREW-COUNT)
                ELSE
                    IF WS-CREW-FULL = "N"
                        MOVE "Y" TO WS-CREW-FULL
                        DISPLAY "CREW TABLE FULL - ROUTES PAST 50"
                            " GO TO THE GENERAL CREW"
                    END-IF
                END-IF
        END-READ.

        MENU-PARA.
        DISPLAY "----FIELD WORK ORDERS----".
        DISPLAY "1. PRINT JOB SHEETS (ISSUE RAISED ORDERS)".
        DISPLAY "2. PRINT ORDERS PAST TARGET DATE".
        DISPLAY "3. CANCEL A WORK ORDER".
        DISPLAY "4. EXIT".
        DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
        MOVE 0 TO WS-CHOICE.
        ACCEPT WS-CHOICE.
        EVALUATE WS-CHOICE
            WHEN 1 PERFORM JOB-SHEET-PARA
            WHEN 2 PERFORM OVERDUE-LIST-PARA
            WHEN 3
                IF WS-OPER-LEVEL < 2
                    DISPLAY "CANCELLING AN ORDER NEEDS SUPERVISOR"
                        " AUTHORITY"
                ELSE
                    PERFORM CANCEL-ORDER-PARA
                END-IF
            WHEN 4 MOVE "Y" TO WS-DONE
            WHEN OTHER DISPLAY "INVALID CHOICE"
        END-EVALUATE.

        JOB-SHEET-PARA.
        MOVE 0 TO WS-ISSUED-COUNT.
        MOVE 0 TO WS-REPRINT-COUNT.
        SORT JOB-SORT-FILE
            ON ASCENDING KEY JS-CREW JS-ROUTE JS-WALK-SEQ JS-NUMBER
            INPUT PROCEDURE SELECT-JOBS-PARA
            OUTPUT PROCEDURE PRINT-JOBS-PARA.
        DISPLAY WS-ISSUED-COUNT " ORDER(S) ISSUED, " WS-REPRINT-COUNT
            " BROUGHT FORWARD - SHEETS WRITTEN TO JOBSHEET.TXT".

      * Raised orders are issued to their route's crew as they are
      * selected; issued ones keep the crew they went out with.
        SELECT-JOBS-PARA.
        MOVE "N" TO WS-EOF.
        MOVE 1 TO WS-WO-REL-KEY.
        START WORKORD-FILE KEY NOT < WS-WO-REL-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF
        END-START.
        PERFORM SELECT-ONE-JOB-PARA UNTIL WS-EOF = "Y".

        SELECT-ONE-JOB-PARA.
        READ WORKORD-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF WO-STATUS = "O"
                    PERFORM ISSUE-ORDER-PARA
                ELSE
                    IF WO-STATUS = "I"
                        MOVE "B/F" TO JS-REPRINT
                        ADD 1 TO WS-REPRINT-COUNT
                        PERFORM RELEASE-JOB-PARA
                    END-IF
                END-IF
        END-READ.

        ISSUE-ORDER-PARA.
        MOVE 0 TO WS-HIT.
        PERFORM VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-CREW-COUNT OR WS-HIT > 0
            IF WS-CT-ROUTE-CODE(WS-CIDX) = WO-ROUTE-CODE
                MOVE WS-CIDX TO WS-HIT
            END-IF
        END-PERFORM.
        IF WS-HIT > 0
            MOVE WS-CT-CREW(WS-HIT) TO WO-CREW
        ELSE
            MOVE WS-GENERAL-CREW TO WO-CREW
        END-IF.
        MOVE "I" TO WO-STATUS.
        MOVE WS-TODAY-DATE TO WO-ISSUED-DATE.
        MOVE WO-NUMBER TO WS-WO-REL-KEY.
        REWRITE WORKORD-REC
            INVALID KEY
                DISPLAY "ORDER " WO-NUMBER " NOT ISSUED - STATUS "
                    WS-WORKORD-STATUS
            NOT INVALID KEY
                MOVE SPACES TO JS-REPRINT
                ADD 1 TO WS-ISSUED-COUNT
                PERFORM RELEASE-JOB-PARA
        END-REWRITE.

        RELEASE-JOB-PARA.
        MOVE WO-CREW TO JS-CREW.
        MOVE WO-ROUTE-CODE TO JS-ROUTE.
        MOVE WO-WALK-SEQ TO JS-WALK-SEQ.
        MOVE WO-NUMBER TO JS-NUMBER.
        MOVE WO-TYPE TO JS-TYPE.
        MOVE WO-CUST-ID TO JS-CUST-ID.
        MOVE WO-ADDRESS TO JS-ADDRESS.
        MOVE WO-MTRNO TO JS-MTRNO.
        MOVE WO-NOTE TO JS-NOTE.
        MOVE WO-TARGET-DATE TO JS-TARGET-DATE.
        RELEASE JOB-SORT-REC.

      * One sheet per crew, broken by route, walked in sequence; the
      * second line of each job carries the meter and the note and
      * leaves room for the crew to write the result.
        PRINT-JOBS-PARA.
        OPEN OUTPUT JOBSHEET-FILE.
        MOVE "Y" TO WS-FIRST-OUT.
        MOVE "N" TO WS-SORT-EOF.
        RETURN JOB-SORT-FILE AT END MOVE "Y" TO WS-SORT-EOF.
        PERFORM PRINT-ONE-JOB-PARA UNTIL WS-SORT-EOF = "Y".
        WRITE JOBSHEET-REC FROM HEADING1.
        MOVE WS-ISSUED-COUNT TO JS-SUM-ISSUED.
        MOVE WS-REPRINT-COUNT TO JS-SUM-REPRINT.
        WRITE JOBSHEET-REC FROM JOB-SUMMARY-LINE.
        CLOSE JOBSHEET-FILE.

        PRINT-ONE-JOB-PARA.
        IF WS-FIRST-OUT = "Y" OR JS-CREW NOT = WS-PREV-CREW
            MOVE "N" TO WS-FIRST-OUT
            MOVE JS-CREW TO WS-PREV-CREW
            MOVE SPACES TO WS-PREV-ROUTE
            WRITE JOBSHEET-REC FROM HEADING1
            MOVE JS-CREW TO CH-CREW
            MOVE WS-TODAY-DATE TO CH-DATE
            WRITE JOBSHEET-REC FROM CREW-HEADER-LINE
            WRITE JOBSHEET-REC FROM HEADING1
            WRITE JOBSHEET-REC FROM JOB-TITLE-LINE
            MOVE JS-ROUTE TO WS-PREV-ROUTE
            MOVE JS-ROUTE TO RH-ROUTE
            WRITE JOBSHEET-REC FROM ROUTE-HEADER-LINE
        ELSE
            IF JS-ROUTE NOT = WS-PREV-ROUTE
                MOVE JS-ROUTE TO WS-PREV-ROUTE
                MOVE JS-ROUTE TO RH-ROUTE
                WRITE JOBSHEET-REC FROM ROUTE-HEADER-LINE
            END-IF
        END-IF.
        MOVE JS-TYPE TO WO-TYPE.
        PERFORM TYPE-TEXT-PARA.
        MOVE JS-WALK-SEQ TO JD-WALK-SEQ.
        MOVE JS-NUMBER TO JD-NUMBER.
        MOVE WS-TYPE-TEXT TO JD-TYPE-TEXT.
        MOVE JS-CUST-ID TO JD-CUST-ID.
        MOVE JS-ADDRESS TO JD-ADDRESS.
        MOVE JS-TARGET-DATE TO JD-TARGET-DATE.
        MOVE JS-REPRINT TO JD-REPRINT.
        WRITE JOBSHEET-REC FROM JOB-DETAIL-LINE.
        MOVE JS-MTRNO TO JN-MTRNO.
        MOVE JS-NOTE TO JN-NOTE.
        WRITE JOBSHEET-REC FROM JOB-NOTE-LINE.
        RETURN JOB-SORT-FILE AT END MOVE "Y" TO WS-SORT-EOF.

        TYPE-TEXT-PARA.
        EVALUATE WO-TYPE
            WHEN "D" MOVE "DISCONNECT" TO WS-TYPE-TEXT
            WHEN "R" MOVE "RECONNECT" TO WS-TYPE-TEXT
            WHEN "E" MOVE "MTR EXCHANGE" TO WS-TYPE-TEXT
            WHEN "I" MOVE "INSPECTION" TO WS-TYPE-TEXT
            WHEN "K" MOVE "METER CHECK" TO WS-TYPE-TEXT
            WHEN OTHER MOVE "UNKNOWN" TO WS-TYPE-TEXT
        END-EVALUATE.

      * Raised or issued orders whose target date has gone by, with
      * how many days late they are.
        OVERDUE-LIST-PARA.
        MOVE 0 TO WS-OVER-COUNT.
        OPEN OUTPUT OVERDUE-FILE.
        MOVE WS-TODAY-DATE TO OT-DATE.
        WRITE OVERDUE-REC FROM OVERDUE-TITLE-LINE.
        WRITE OVERDUE-REC FROM HEADING1.
        WRITE OVERDUE-REC FROM OVERDUE-HEAD-LINE.
        MOVE "N" TO WS-EOF.
        MOVE 1 TO WS-WO-REL-KEY.
        START WORKORD-FILE KEY NOT < WS-WO-REL-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF
        END-START.
        PERFORM OVERDUE-SCAN-PARA UNTIL WS-EOF = "Y".
        WRITE OVERDUE-REC FROM HEADING1.
        MOVE WS-OVER-COUNT TO OS-COUNT.
        WRITE OVERDUE-REC FROM OVERDUE-SUMMARY-LINE.
        CLOSE OVERDUE-FILE.
        DISPLAY WS-OVER-COUNT " ORDER(S) PAST TARGET - LIST WRITTEN"
            " TO WOOVDUE.TXT".

        OVERDUE-SCAN-PARA.
        READ WORKORD-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF (WO-STATUS = "O" OR WO-STATUS = "I")
                        AND WO-TARGET-DATE < WS-TODAY-DATE
                    PERFORM OVERDUE-DETAIL-PARA
                END-IF
        END-READ.

        OVERDUE-DETAIL-PARA.
        COMPUTE WS-DAYS-OVER =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
            - FUNCTION INTEGER-OF-DATE(WO-TARGET-DATE).
        PERFORM TYPE-TEXT-PARA.
        MOVE WO-NUMBER TO OD-NUMBER.
        MOVE WS-TYPE-TEXT TO OD-TYPE-TEXT.
        MOVE WO-STATUS TO OD-STATUS.
        MOVE WO-CUST-ID TO OD-CUST-ID.
        MOVE WO-ROUTE-CODE TO OD-ROUTE.
        MOVE WO-CREW TO OD-CREW.
        MOVE WO-RAISED-DATE TO OD-RAISED-DATE.
        MOVE WO-TARGET-DATE TO OD-TARGET-DATE.
        MOVE WS-DAYS-OVER TO OD-DAYS-OVER.
        WRITE OVERDUE-REC FROM OVERDUE-DETAIL-LINE.
        ADD 1 TO WS-OVER-COUNT.

      * Only an order still out (raised or issued) can be cancelled;
      * the cancellation date goes in the done date.
        CANCEL-ORDER-PARA.
        DISPLAY "ENTER WORK ORDER NO.: " WITH NO ADVANCING.
        MOVE 0 TO WS-REQ-ORDER-NO.
        ACCEPT WS-REQ-ORDER-NO.
        MOVE WS-REQ-ORDER-NO TO WS-WO-REL-KEY.
        READ WORKORD-FILE
            INVALID KEY
                DISPLAY "NO WORK ORDER " WS-REQ-ORDER-NO " ON FILE"
            NOT INVALID KEY
                PERFORM CANCEL-CONFIRM-PARA
        END-READ.

        CANCEL-CONFIRM-PARA.
        IF WO-STATUS NOT = "O" AND WO-STATUS NOT = "I"
            DISPLAY "ORDER " WO-NUMBER " IS NO LONGER OPEN - STATUS "
                WO-STATUS
        ELSE
            PERFORM TYPE-TEXT-PARA
            DISPLAY "ORDER " WO-NUMBER " " WS-TYPE-TEXT " CUSTOMER "
                WO-CUST-ID " " WO-ADDRESS
            DISPLAY "CANCEL THIS ORDER (Y/N): " WITH NO ADVANCING
            MOVE SPACE TO WS-CONFIRM
            ACCEPT WS-CONFIRM
            IF WS-CONFIRM = "Y"
                MOVE "X" TO WO-STATUS
                MOVE WS-TODAY-DATE TO WO-DONE-DATE
                REWRITE WORKORD-REC
                ADD 1 TO WS-CANCEL-COUNT
                DISPLAY "ORDER " WO-NUMBER " CANCELLED"
            ELSE
                DISPLAY "ORDER LEFT OPEN"
            END-IF
        END-IF.

        COPY RUNLOGP.

        COPY OPERSIGN.
