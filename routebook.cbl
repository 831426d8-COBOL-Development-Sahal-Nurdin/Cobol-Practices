      ******************************************************************
      * Author:
      * Date:
      * Purpose: Meter-reader route books. Issuing a book for one
      *          route code takes every active customer on the route
      *          in walk-sequence order, prints the reading sheet
      *          (RBOOK.TXT - meter, address and the low/high range
      *          the reading is expected in, from IN-AVG-PULSES and
      *          the METERPARM.DAT variance limit, so the reader can
      *          re-check a strange dial at the door) and records each
      *          line in ROUTEBK.DAT against the reader it went out
      *          with. Q15U marks the lines read as READINGS.DAT comes
      *          back and rejects readings for meters not on a book.
      *          Reconciling the returned book flags every meter still
      *          unread "U" for an estimated bill (the same flag Q15M
      *          sets by hand, with its audit entry) and lists them to
      *          RBRECON.TXT. The completion report (RBCOMP.TXT) gives
      *          each reader's issued, read, unread and outstanding
      *          meters across the books on file.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15RB.
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
          SELECT ROUTEBK-FILE ASSIGN TO "ROUTEBK.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-BOOK-REL-KEY
            FILE STATUS IS WS-ROUTEBK-STATUS.
          SELECT METER-PARAMETER-FILE ASSIGN TO "METERPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-METER-PARM-STATUS.
          SELECT BOOK-FILE ASSIGN TO "RBOOK.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RECON-FILE ASSIGN TO "RBRECON.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT COMPLETION-FILE ASSIGN TO "RBCOMP.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AUDIT-FILE ASSIGN TO "CUSTAUDT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
          SELECT BOOK-SORT-FILE ASSIGN TO "RBSORT.TMP".
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
        FD    ROUTEBK-FILE.
        COPY ROUTEBK.
        FD    METER-PARAMETER-FILE.
        01    METER-PARM-REC.
                02  MPARM-VARIANCE-LIMIT-PCT PIC 9(3).
        FD    BOOK-FILE.
        01    BOOK-REC PIC X(80).
        FD    RECON-FILE.
        01    RECON-REC PIC X(80).
        FD    COMPLETION-FILE.
        01    COMPLETION-REC PIC X(80).
        FD    AUDIT-FILE.
        COPY CUSTAUDT.
        SD    BOOK-SORT-FILE.
        01    BOOK-SORT-REC.
                02  BS-WALK-SEQ PIC 9(4).
                02  BS-CUST-ID PIC 9(6).
                02  BS-MTRNO PIC 9(6).
                02  BS-ADDRESS PIC X(30).
                02  BS-AVG-PULSES PIC 9(4).
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
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15RB".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-ROUTEBK-STATUS PIC XX VALUE SPACES.
        77    WS-BOOK-REL-KEY PIC 9(6) VALUE 0.
        77    WS-METER-PARM-STATUS PIC XX VALUE SPACES.
        77    WS-AUDIT-STATUS PIC XX VALUE SPACES.
        77    WS-CHOICE PIC 9 VALUE 0.
        77    WS-DONE PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-AUDIT-TIME PIC 9(8) VALUE 0.
        77    WS-AUDIT-ACTION PIC X(10) VALUE SPACES.
        77    WS-BEFORE-IMAGE PIC X(161) VALUE SPACES.
        77    WS-EOF PIC X VALUE "N".
        77    WS-SORT-EOF PIC X VALUE "N".
        77    WS-REQ-ROUTE PIC X(4) VALUE SPACES.
        77    WS-REQ-READER PIC X(8) VALUE SPACES.
        77    WS-OUT-READER PIC X(8) VALUE SPACES.
        77    WS-BOOK-OUT PIC X VALUE "N".
        77    WS-BOOK-COUNT PIC 9(6) VALUE 0.
        77    WS-ISSUE-TOTAL PIC 9(6) VALUE 0.
        77    WS-RECON-READ PIC 9(6) VALUE 0.
        77    WS-RECON-UNREAD PIC 9(6) VALUE 0.
        77    WS-RECON-SKIPPED PIC 9(6) VALUE 0.
        77    WS-FLAG-TOTAL PIC 9(6) VALUE 0.
        77    WS-RANGE-PULSES PIC 9(5) VALUE 0.
        77    WS-HIGH-CALC PIC 9(5) VALUE 0.
        77    WS-RDR-COUNT PIC 9(3) VALUE 0.
        77    WS-RDR-FULL PIC X VALUE "N".
        77    WS-RIDX PIC 9(3) VALUE 0.
        77    WS-HIT PIC 9(3) VALUE 0.
        77    WS-PCT-CALC PIC 9(3)V9 VALUE 0.
      * Expected range either side of the average - the same
      * percentage Q15U holds a reading for review at, taken from
      * METERPARM.DAT when present.
        77    WS-VARIANCE-LIMIT-PCT PIC 9(3) VALUE 50.
        01    WS-READER-TABLE.
                02  WS-READER-ENTRY OCCURS 50 TIMES.
                    03  WS-RT-READER PIC X(8).
                    03  WS-RT-ISSUED PIC 9(6).
                    03  WS-RT-READ PIC 9(6).
                    03  WS-RT-UNREAD PIC 9(6).
                    03  WS-RT-OUT PIC 9(6).
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    BOOK-HEADER-LINE.
                02  F PIC X(19) VALUE " *** ROUTE BOOK - ".
                02  BH-ROUTE PIC X(4).
                02  F PIC X(10) VALUE "  READER ".
                02  BH-READER PIC X(8).
                02  F PIC X(10) VALUE "  ISSUED ".
                02  BH-DATE PIC 9(8).
                02  F PIC X(4) VALUE " ***".
        01    BOOK-TITLE-LINE PIC X(80) VALUE
            "WALK  CUST ID  METER   ADDRESS                         LOW
      -    "  HIGH  READING".
        01    BOOK-DETAIL-LINE.
                02  BD-WALK-SEQ PIC 9(4).
                02  F PIC X(2) VALUE SPACES.
                02  BD-CUST-ID PIC 9(6).
                02  F PIC X(3) VALUE SPACES.
                02  BD-MTRNO PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  BD-ADDRESS PIC X(30).
                02  F PIC X(2) VALUE SPACES.
                02  BD-LOW PIC ZZZ9.
                02  F PIC X(2) VALUE SPACES.
                02  BD-HIGH PIC ZZZ9.
                02  F PIC X(9) VALUE "  _______".
        01    BOOK-TOTAL-LINE.
                02  F PIC X(20) VALUE "METERS IN BOOK    : ".
                02  BT-COUNT PIC Z(5)9.
        01    RECON-HEADER-LINE.
                02  F PIC X(30) VALUE
                    " *** UNREAD METERS - ROUTE ".
                02  RH-ROUTE PIC X(4).
                02  F PIC X(10) VALUE "  READER ".
                02  RH-READER PIC X(8).
                02  F PIC X(4) VALUE " ***".
        01    RECON-TITLE-LINE PIC X(80) VALUE
            "WALK  CUST ID  METER   ADDRESS                         ACTI
      -    "ON".
        01    RECON-DETAIL-LINE.
                02  RD-WALK-SEQ PIC 9(4).
                02  F PIC X(2) VALUE SPACES.
                02  RD-CUST-ID PIC 9(6).
                02  F PIC X(3) VALUE SPACES.
                02  RD-MTRNO PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
                02  RD-ADDRESS PIC X(30).
                02  F PIC X(2) VALUE SPACES.
                02  RD-ACTION PIC X(20).
        01    RECON-TOTAL-LINE.
                02  RT-LABEL PIC X(20).
                02  RT-COUNT PIC Z(5)9.
        01    COMP-TITLE-LINE.
                02  F PIC X(36) VALUE
                    "READER COMPLETION REPORT AS AT      ".
                02  CT-DATE PIC 9(8).
        01    COMP-HEAD-LINE PIC X(80) VALUE
            "READER    ISSUED    READ  UNREAD     OUT  COMPLETE %".
        01    COMP-DETAIL-LINE.
                02  CD-READER PIC X(8).
                02  F PIC X(2) VALUE SPACES.
                02  CD-ISSUED PIC Z(5)9.
                02  F PIC X(2) VALUE SPACES.
                02  CD-READ PIC Z(5)9.
                02  F PIC X(2) VALUE SPACES.
                02  CD-UNREAD PIC Z(5)9.
                02  F PIC X(2) VALUE SPACES.
                02  CD-OUT PIC Z(5)9.
                02  F PIC X(5) VALUE SPACES.
                02  CD-PCT PIC ZZ9.9.

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 1 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        PERFORM LOAD-METER-PARM-PARA.
        OPEN I-O CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN I-O ROUTEBK-FILE.
        IF WS-ROUTEBK-STATUS NOT = "00"
            OPEN OUTPUT ROUTEBK-FILE
            CLOSE ROUTEBK-FILE
            OPEN I-O ROUTEBK-FILE
        END-IF.
        PERFORM OPEN-AUDIT-PARA.
        PERFORM MENU-PARA UNTIL WS-DONE = "Y".
        CLOSE CUSTOMER-REC-FILE, ROUTEBK-FILE, AUDIT-FILE.
        COMPUTE WS-RL-REC-COUNT = WS-ISSUE-TOTAL + WS-FLAG-TOTAL.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "METERS ISSUED ON BOOKS: " WS-ISSUE-TOTAL.
        DISPLAY "FLAGGED UNREAD        : " WS-FLAG-TOTAL.
        STOP RUN.

        LOAD-METER-PARM-PARA.
        OPEN INPUT METER-PARAMETER-FILE.
        IF WS-METER-PARM-STATUS = "00"
            READ METER-PARAMETER-FILE
                AT END
                    CONTINUE
                NOT AT END
                    MOVE MPARM-VARIANCE-LIMIT-PCT TO
                        WS-VARIANCE-LIMIT-PCT
                    DISPLAY "VARIANCE LIMIT TAKEN FROM PARAMETER FILE: "
                        WS-VARIANCE-LIMIT-PCT "%"
            END-READ
            CLOSE METER-PARAMETER-FILE
        END-IF.

        OPEN-AUDIT-PARA.
        OPEN EXTEND AUDIT-FILE.
        IF WS-AUDIT-STATUS = "35"
            OPEN OUTPUT AUDIT-FILE
            CLOSE AUDIT-FILE
            OPEN EXTEND AUDIT-FILE
        END-IF.

        MENU-PARA.
        DISPLAY "----METER-READER ROUTE BOOKS----".
        DISPLAY "1. ISSUE A ROUTE BOOK".
        DISPLAY "2. RECONCILE A RETURNED ROUTE BOOK".
        DISPLAY "3. READER COMPLETION REPORT".
        DISPLAY "4. EXIT".
        DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
        MOVE 0 TO WS-CHOICE.
        ACCEPT WS-CHOICE.
        EVALUATE WS-CHOICE
            WHEN 1 PERFORM ISSUE-BOOK-PARA
            WHEN 2 PERFORM RECONCILE-BOOK-PARA
            WHEN 3 PERFORM COMPLETION-REPORT-PARA
            WHEN 4 MOVE "Y" TO WS-DONE
            WHEN OTHER DISPLAY "INVALID CHOICE"
        END-EVALUATE.

        ACCEPT-ROUTE-PARA.
        DISPLAY "ENTER ROUTE CODE: " WITH NO ADVANCING.
        MOVE SPACES TO WS-REQ-ROUTE.
        ACCEPT WS-REQ-ROUTE.

      * A route's book has to come back and be reconciled before the
      * next one goes out - otherwise the unread meters on the old
      * book would never be flagged.
        ISSUE-BOOK-PARA.
        PERFORM ACCEPT-ROUTE-PARA.
        PERFORM FIND-OPEN-BOOK-PARA.
        IF WS-BOOK-OUT = "Y"
            DISPLAY "THE BOOK FOR ROUTE " WS-REQ-ROUTE " IS STILL OUT"
                " WITH " WS-OUT-READER " - RECONCILE IT FIRST"
        ELSE
            DISPLAY "ENTER READER ID: " WITH NO ADVANCING
            MOVE SPACES TO WS-REQ-READER
            ACCEPT WS-REQ-READER
            IF WS-REQ-READER = SPACES
                DISPLAY "READER ID IS BLANK - BOOK NOT ISSUED"
            ELSE
                PERFORM PRINT-BOOK-PARA
            END-IF
        END-IF.

        FIND-OPEN-BOOK-PARA.
        MOVE "N" TO WS-BOOK-OUT.
        MOVE "N" TO WS-EOF.
        MOVE 1 TO WS-BOOK-REL-KEY.
        START ROUTEBK-FILE KEY NOT < WS-BOOK-REL-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF
        END-START.
        PERFORM OPEN-BOOK-SCAN-PARA UNTIL WS-EOF = "Y".

        OPEN-BOOK-SCAN-PARA.
        READ ROUTEBK-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF RB-ROUTE-CODE = WS-REQ-ROUTE AND RB-STATUS = "I"
                    MOVE "Y" TO WS-BOOK-OUT
                    MOVE RB-READER TO WS-OUT-READER
                    MOVE "Y" TO WS-EOF
                END-IF
        END-READ.

        PRINT-BOOK-PARA.
        MOVE 0 TO WS-BOOK-COUNT.
        SORT BOOK-SORT-FILE
            ON ASCENDING KEY BS-WALK-SEQ BS-CUST-ID
            INPUT PROCEDURE SELECT-ROUTE-PARA
            OUTPUT PROCEDURE WRITE-BOOK-PARA.
        ADD WS-BOOK-COUNT TO WS-ISSUE-TOTAL.
        IF WS-BOOK-COUNT = 0
            DISPLAY "NO ACTIVE CUSTOMERS ON ROUTE " WS-REQ-ROUTE
        ELSE
            DISPLAY WS-BOOK-COUNT " METER(S) ISSUED TO "
                WS-REQ-READER " - BOOK WRITTEN TO RBOOK.TXT"
        END-IF.

        SELECT-ROUTE-PARA.
        MOVE "N" TO WS-EOF.
        MOVE 1 TO WS-CUST-REL-KEY.
        START CUSTOMER-REC-FILE KEY NOT < WS-CUST-REL-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF
        END-START.
        PERFORM SELECT-ONE-CUST-PARA UNTIL WS-EOF = "Y".

        SELECT-ONE-CUST-PARA.
        READ CUSTOMER-REC-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF IN-ROUTE-CODE = WS-REQ-ROUTE AND IN-ACTIVE = "Y"
                    MOVE IN-WALK-SEQ TO BS-WALK-SEQ
                    MOVE IN-CUST-ID TO BS-CUST-ID
                    MOVE IN-MTRNO TO BS-MTRNO
                    MOVE IN-CUST-ADDRESS TO BS-ADDRESS
                    MOVE IN-AVG-PULSES TO BS-AVG-PULSES
                    RELEASE BOOK-SORT-REC
                END-IF
        END-READ.

        WRITE-BOOK-PARA.
        OPEN OUTPUT BOOK-FILE.
        WRITE BOOK-REC FROM HEADING1.
        MOVE WS-REQ-ROUTE TO BH-ROUTE.
        MOVE WS-REQ-READER TO BH-READER.
        MOVE WS-TODAY-DATE TO BH-DATE.
        WRITE BOOK-REC FROM BOOK-HEADER-LINE.
        WRITE BOOK-REC FROM HEADING1.
        WRITE BOOK-REC FROM BOOK-TITLE-LINE.
        MOVE "N" TO WS-SORT-EOF.
        RETURN BOOK-SORT-FILE AT END MOVE "Y" TO WS-SORT-EOF.
        PERFORM WRITE-BOOK-LINE-PARA UNTIL WS-SORT-EOF = "Y".
        WRITE BOOK-REC FROM HEADING1.
        MOVE WS-BOOK-COUNT TO BT-COUNT.
        WRITE BOOK-REC FROM BOOK-TOTAL-LINE.
        CLOSE BOOK-FILE.

      * A meter with no billing history yet gets the widest range -
      * there is nothing to check the dial against.
        WRITE-BOOK-LINE-PARA.
        IF BS-AVG-PULSES = 0
            MOVE 0 TO RB-LOW-PULSES
            MOVE 9999 TO RB-HIGH-PULSES
        ELSE
            COMPUTE WS-RANGE-PULSES ROUNDED =
                BS-AVG-PULSES * WS-VARIANCE-LIMIT-PCT / 100
            IF WS-RANGE-PULSES > BS-AVG-PULSES
                MOVE 0 TO RB-LOW-PULSES
            ELSE
                COMPUTE RB-LOW-PULSES =
                    BS-AVG-PULSES - WS-RANGE-PULSES
            END-IF
            COMPUTE WS-HIGH-CALC = BS-AVG-PULSES + WS-RANGE-PULSES
            IF WS-HIGH-CALC > 9999
                MOVE 9999 TO RB-HIGH-PULSES
            ELSE
                MOVE WS-HIGH-CALC TO RB-HIGH-PULSES
            END-IF
        END-IF.
        MOVE BS-CUST-ID TO RB-CUST-ID.
        MOVE WS-REQ-ROUTE TO RB-ROUTE-CODE.
        MOVE BS-WALK-SEQ TO RB-WALK-SEQ.
        MOVE BS-MTRNO TO RB-MTRNO.
        MOVE BS-ADDRESS TO RB-ADDRESS.
        MOVE WS-REQ-READER TO RB-READER.
        MOVE WS-TODAY-DATE TO RB-ISSUE-DATE.
        MOVE "I" TO RB-STATUS.
        MOVE 0 TO RB-READING.
        MOVE 0 TO RB-READ-DATE.
        MOVE BS-CUST-ID TO WS-BOOK-REL-KEY.
        WRITE ROUTEBK-REC
            INVALID KEY
                REWRITE ROUTEBK-REC
        END-WRITE.
        ADD 1 TO WS-BOOK-COUNT.
        MOVE BS-WALK-SEQ TO BD-WALK-SEQ.
        MOVE BS-CUST-ID TO BD-CUST-ID.
        MOVE BS-MTRNO TO BD-MTRNO.
        MOVE BS-ADDRESS TO BD-ADDRESS.
        MOVE RB-LOW-PULSES TO BD-LOW.
        MOVE RB-HIGH-PULSES TO BD-HIGH.
        WRITE BOOK-REC FROM BOOK-DETAIL-LINE.
        RETURN BOOK-SORT-FILE AT END MOVE "Y" TO WS-SORT-EOF.

      * Run after Q15U has loaded the returned readings: every line
      * still issued was not read, and the customer goes to estimate.
        RECONCILE-BOOK-PARA.
        PERFORM ACCEPT-ROUTE-PARA.
        PERFORM FIND-OPEN-BOOK-PARA.
        IF WS-BOOK-OUT = "N"
            DISPLAY "NO BOOK IS OUT FOR ROUTE " WS-REQ-ROUTE
        ELSE
            MOVE 0 TO WS-RECON-READ
            MOVE 0 TO WS-RECON-UNREAD
            MOVE 0 TO WS-RECON-SKIPPED
            OPEN OUTPUT RECON-FILE
            WRITE RECON-REC FROM HEADING1
            MOVE WS-REQ-ROUTE TO RH-ROUTE
            MOVE WS-OUT-READER TO RH-READER
            WRITE RECON-REC FROM RECON-HEADER-LINE
            WRITE RECON-REC FROM HEADING1
            WRITE RECON-REC FROM RECON-TITLE-LINE
            MOVE "N" TO WS-EOF
            MOVE 1 TO WS-BOOK-REL-KEY
            START ROUTEBK-FILE KEY NOT < WS-BOOK-REL-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF
            END-START
            PERFORM RECONCILE-SCAN-PARA UNTIL WS-EOF = "Y"
            WRITE RECON-REC FROM HEADING1
            MOVE "METERS READ       : " TO RT-LABEL
            MOVE WS-RECON-READ TO RT-COUNT
            WRITE RECON-REC FROM RECON-TOTAL-LINE
            MOVE "FLAGGED UNREAD    : " TO RT-LABEL
            MOVE WS-RECON-UNREAD TO RT-COUNT
            WRITE RECON-REC FROM RECON-TOTAL-LINE
            MOVE "UNREAD, NOT FLAGGED:" TO RT-LABEL
            MOVE WS-RECON-SKIPPED TO RT-COUNT
            WRITE RECON-REC FROM RECON-TOTAL-LINE
            CLOSE RECON-FILE
            DISPLAY "ROUTE " WS-REQ-ROUTE " RECONCILED - "
                WS-RECON-READ " READ, " WS-RECON-UNREAD
                " FLAGGED UNREAD - LIST WRITTEN TO RBRECON.TXT"
        END-IF.

        RECONCILE-SCAN-PARA.
        READ ROUTEBK-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                IF RB-ROUTE-CODE = WS-REQ-ROUTE
                    IF RB-STATUS = "R"
                        ADD 1 TO WS-RECON-READ
                    ELSE
                        IF RB-STATUS = "I"
                            PERFORM UNREAD-LINE-PARA
                        END-IF
                    END-IF
                END-IF
        END-READ.

      * Same rule as the hand flag in Q15M: a pending meter exchange
      * already carries this cycle's old-meter units, so it is not
      * put on estimate; it is listed for the office to chase.
        UNREAD-LINE-PARA.
        MOVE "U" TO RB-STATUS.
        REWRITE ROUTEBK-REC.
        MOVE RB-WALK-SEQ TO RD-WALK-SEQ.
        MOVE RB-CUST-ID TO RD-CUST-ID.
        MOVE RB-MTRNO TO RD-MTRNO.
        MOVE RB-ADDRESS TO RD-ADDRESS.
        MOVE RB-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                MOVE "NOT ON MASTER" TO RD-ACTION
                ADD 1 TO WS-RECON-SKIPPED
            NOT INVALID KEY
                IF IN-EXCH-FLAG = "Y"
                    MOVE "EXCHANGE - NOT FLAGGED" TO RD-ACTION
                    ADD 1 TO WS-RECON-SKIPPED
                ELSE
                    PERFORM FLAG-UNREAD-PARA
                END-IF
        END-READ.
        WRITE RECON-REC FROM RECON-DETAIL-LINE.

        FLAG-UNREAD-PARA.
        MOVE IN-REC TO WS-BEFORE-IMAGE.
        MOVE "U" TO IN-EST-FLAG.
        REWRITE IN-REC
            INVALID KEY
                MOVE "REWRITE FAILED" TO RD-ACTION
                ADD 1 TO WS-RECON-SKIPPED
            NOT INVALID KEY
                MOVE "FLAGGED FOR ESTIMATE" TO RD-ACTION
                ADD 1 TO WS-RECON-UNREAD
                ADD 1 TO WS-FLAG-TOTAL
                MOVE "UNREAD" TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-PARA
        END-REWRITE.

      * One line per reader over every book line on file: read and
      * unread are the reconciled outcome, out is still on a book
      * not yet reconciled.
        COMPLETION-REPORT-PARA.
        MOVE 0 TO WS-RDR-COUNT.
        MOVE "N" TO WS-EOF.
        MOVE 1 TO WS-BOOK-REL-KEY.
        START ROUTEBK-FILE KEY NOT < WS-BOOK-REL-KEY
            INVALID KEY
                MOVE "Y" TO WS-EOF
        END-START.
        PERFORM COMPLETION-SCAN-PARA UNTIL WS-EOF = "Y".
        OPEN OUTPUT COMPLETION-FILE.
        MOVE WS-TODAY-DATE TO CT-DATE.
        WRITE COMPLETION-REC FROM COMP-TITLE-LINE.
        WRITE COMPLETION-REC FROM HEADING1.
        WRITE COMPLETION-REC FROM COMP-HEAD-LINE.
        PERFORM COMPLETION-LINE-PARA
            VARYING WS-RIDX FROM 1 BY 1
            UNTIL WS-RIDX > WS-RDR-COUNT.
        WRITE COMPLETION-REC FROM HEADING1.
        CLOSE COMPLETION-FILE.
        DISPLAY WS-RDR-COUNT " READER(S) - REPORT WRITTEN TO"
            " RBCOMP.TXT".

        COMPLETION-SCAN-PARA.
        READ ROUTEBK-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-EOF
            NOT AT END
                PERFORM COUNT-READER-PARA
        END-READ.

        COUNT-READER-PARA.
        MOVE 0 TO WS-HIT.
        PERFORM VARYING WS-RIDX FROM 1 BY 1
                UNTIL WS-RIDX > WS-RDR-COUNT OR WS-HIT > 0
            IF WS-RT-READER(WS-RIDX) = RB-READER
                MOVE WS-RIDX TO WS-HIT
            END-IF
        END-PERFORM.
        IF WS-HIT = 0
            IF WS-RDR-COUNT < 50
                ADD 1 TO WS-RDR-COUNT
                MOVE WS-RDR-COUNT TO WS-HIT
                MOVE RB-READER TO WS-RT-READER(WS-HIT)
                MOVE 0 TO WS-RT-ISSUED(WS-HIT)
                MOVE 0 TO WS-RT-READ(WS-HIT)
                MOVE 0 TO WS-RT-UNREAD(WS-HIT)
                MOVE 0 TO WS-RT-OUT(WS-HIT)
            ELSE
                IF WS-RDR-FULL = "N"
                    MOVE "Y" TO WS-RDR-FULL
                    DISPLAY "READER TABLE FULL - REPORT INCOMPLETE"
                        " PAST 50 READERS"
                END-IF
            END-IF
        END-IF.
        IF WS-HIT > 0
            ADD 1 TO WS-RT-ISSUED(WS-HIT)
            EVALUATE RB-STATUS
                WHEN "R" ADD 1 TO WS-RT-READ(WS-HIT)
                WHEN "U" ADD 1 TO WS-RT-UNREAD(WS-HIT)
                WHEN OTHER ADD 1 TO WS-RT-OUT(WS-HIT)
            END-EVALUATE
        END-IF.

        COMPLETION-LINE-PARA.
        MOVE WS-RT-READER(WS-RIDX) TO CD-READER.
        MOVE WS-RT-ISSUED(WS-RIDX) TO CD-ISSUED.
        MOVE WS-RT-READ(WS-RIDX) TO CD-READ.
        MOVE WS-RT-UNREAD(WS-RIDX) TO CD-UNREAD.
        MOVE WS-RT-OUT(WS-RIDX) TO CD-OUT.
        COMPUTE WS-PCT-CALC ROUNDED =
            WS-RT-READ(WS-RIDX) * 100 / WS-RT-ISSUED(WS-RIDX).
        MOVE WS-PCT-CALC TO CD-PCT.
        WRITE COMPLETION-REC FROM COMP-DETAIL-LINE.

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
