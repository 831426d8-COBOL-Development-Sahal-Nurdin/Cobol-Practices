      *          inside the limit. The worklist (ANOMALY.TXT) is
      *          sorted by route code and walk sequence so an
      *          inspector can walk it. Thresholds come from
      *          ANOMPARM.DAT with the usual defaults. Each
      *          customer on the worklist gets one meter-check work
      *          order (WORKORD.DAT), whose number is printed against
      *          the line; a check already open is not raised again.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
          SELECT WORKORD-FILE ASSIGN TO "WORKORD.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-WO-REL-KEY
            FILE STATUS IS WS-WORKORD-STATUS.

        DATA DIVISION.
          FILE SECTION.

        FD    RUNLOG-FILE.
        COPY RUNLOG.
        FD    WORKORD-FILE.
        COPY WORKORD.

          WORKING-STORAGE SECTION.
        77    WS-RUNLOG-STATUS PIC XX VALUE SPACES.
        77    WS-FLAG-COUNT PIC 9(6) VALUE 0.
        77    WS-PREV-ROUTE PIC X(4) VALUE SPACES.
        77    WS-FIRST-OUT PIC X VALUE "Y".
        COPY WORKORDW.
        01    WS-CUST-TABLE.
                02  WS-CUST-ENTRY OCCURS 2000 TIMES.
                    03  WS-CT-CUST-ID PIC 9(6).
                02  F PIC X(30) VALUE "  INSPECTION WORKLIST ***".
        01    ANOMALY-TITLE-LINE PIC X(80) VALUE
            "WALK  CUST ID  REASON                          LATEST
      -    "EARLIER ORDER".
        01    ANOMALY-DETAIL-LINE.
                02  AD-WALK-SEQ PIC 9(4).
                02  F PIC X(2) VALUE SPACES.
                02  AD-LATEST PIC ZZZZ9.
                02  F PIC X(3) VALUE SPACES.
                02  AD-EARLIER PIC ZZZZ9.
                02  F PIC X(7) VALUE SPACES.
                02  AD-ORDER-NO PIC 9(6).

        PROCEDURE DIVISION.
        MAIN-PARA.
                WS-CUST-STATUS
            STOP RUN
        END-IF.
        PERFORM OPEN-WORKORD-PARA.
        SORT FLAG-SORT-FILE
            ON ASCENDING KEY FS-ROUTE FS-WALK-SEQ FS-CUST-ID
            INPUT PROCEDURE ANALYZE-ALL-PARA
            OUTPUT PROCEDURE REPORT-PARA.
        CLOSE CUSTOMER-REC-FILE.
        PERFORM CLOSE-WORKORD-PARA.
        MOVE WS-FLAG-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "CONSUMPTION ANOMALY ANALYSIS COMPLETE.".
        DISPLAY "CUSTOMERS ANALYZED : " WS-CUST-COUNT.
        DISPLAY "CUSTOMERS FLAGGED  : " WS-FLAG-COUNT.
        DISPLAY "CHECK ORDERS RAISED: " WS-WO-RAISED-COUNT.
        DISPLAY "WORKLIST WRITTEN TO ANOMALY.TXT.".
        STOP RUN.

        MOVE FS-REASON TO AD-REASON.
        MOVE FS-LATEST TO AD-LATEST.
        MOVE FS-EARLIER TO AD-EARLIER.
        PERFORM RAISE-CHECK-PARA.
        WRITE ANOMALY-REC FROM ANOMALY-DETAIL-LINE.
        RETURN FLAG-SORT-FILE AT END MOVE "Y" TO WS-SORT-EOF.

      * One meter check per customer - a second reason for the same
      * customer finds the order already open and prints its number.
        RAISE-CHECK-PARA.
        MOVE FS-CUST-ID TO WS-CUST-REL-KEY.
        READ CUSTOMER-REC-FILE
            INVALID KEY
                MOVE SPACES TO IN-CUST-ADDRESS
                MOVE 0 TO IN-MTRNO
        END-READ.
        MOVE "K" TO WS-WQ-TYPE.
        MOVE FS-CUST-ID TO WS-WQ-CUST-ID.
        MOVE IN-CUST-ADDRESS TO WS-WQ-ADDRESS.
        MOVE FS-ROUTE TO WS-WQ-ROUTE-CODE.
        MOVE FS-WALK-SEQ TO WS-WQ-WALK-SEQ.
        MOVE IN-MTRNO TO WS-WQ-MTRNO.
        MOVE FS-REASON TO WS-WQ-NOTE.
        MOVE "Q15K" TO WS-WQ-SOURCE.
        MOVE SPACES TO WS-WQ-RAISED-BY.
        PERFORM RAISE-WORKORD-PARA.
        IF WS-WO-NEW-NO = 0
            MOVE WS-WO-DUP-NO TO AD-ORDER-NO
        ELSE
            MOVE WS-WO-NEW-NO TO AD-ORDER-NO
        END-IF.

        COPY RUNLOGP.

        COPY WORKORDP.
