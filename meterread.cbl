      *          against the previous cycle's IN-METERED-PULSES for
      *          that customer, flag any swing beyond a configurable
      *          percentage for manual review, and only then update
      *          ELEC_REC.DAT with the new reading. Once route books
      *          are in use (ROUTEBK.DAT, issued by Q15RB) a reading
      *          must be for a meter on an issued book - anything
      *          else is rejected to the review list - and the book
      *          line is marked read. A net-metered customer's
      *          reading also carries the export register, checked
      *          against the previous cycle's export the same way;
      *          a swing on either register holds the whole reading.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
          SELECT CYCSTAT-FILE ASSIGN TO "CYCSTAT.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCSTAT-STATUS.
          SELECT ROUTEBK-FILE ASSIGN TO "ROUTEBK.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-BOOK-REL-KEY
            FILE STATUS IS WS-ROUTEBK-STATUS.
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
        01    READING-REC.
                02  RD-CUST-ID PIC 9(6).
                02  RD-NEW-PULSES PIC 9(4).
                02  RD-EXPORT-PULSES PIC 9(4).
        FD    CUSTOMER-REC-FILE.
        COPY CUSTREC.
        FD    REVIEW-FILE.
                02  PARM-CURR-MONTH PIC X(40).
                02  PARM-BILL-MONTH PIC X(10).
                02  PARM-ROUTE-CODE PIC X(4).
                02  PARM-RUN-MODE PIC X.
        FD    CYCSTAT-FILE.
        COPY CYCSTAT.
        FD    ROUTEBK-FILE.
        COPY ROUTEBK.

        FD    RUNLOG-FILE.
        COPY RUNLOG.
        77    WS-EOF PIC X VALUE "N".
        77    WS-OLD-PULSES PIC 9(4) VALUE 0.
        77    WS-VARIANCE-PCT PIC 9(5)V99 VALUE 0.
        77    WS-OLD-EXPORT PIC 9(4) VALUE 0.
        77    WS-EXPORT-OK PIC X VALUE "Y".
      * Swing beyond this percentage of the previous reading gets
      * held for manual review instead of updating the record.
      * Defaults to 50 when METERPARM.DAT is absent; otherwise taken
        77    WS-READ-COUNT PIC 9(6) VALUE 0.
        77    WS-UPDATE-COUNT PIC 9(6) VALUE 0.
        77    WS-FLAG-COUNT PIC 9(6) VALUE 0.
        77    WS-ROUTEBK-STATUS PIC XX VALUE SPACES.
        77    WS-BOOK-REL-KEY PIC 9(6) VALUE 0.
        77    WS-BOOK-OPEN PIC X VALUE "N".
        77    WS-BOOK-OK PIC X VALUE "N".
        77    WS-BOOK-REJECT-COUNT PIC 9(6) VALUE 0.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        01    REVIEW-LINE.
                02  RV-CUST-ID PIC 9(6).
                02  F PIC X(2) VALUE SPACES.
            STOP RUN
        END-IF.
        OPEN I-O CUSTOMER-REC-FILE.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        OPEN I-O ROUTEBK-FILE.
        IF WS-ROUTEBK-STATUS = "00"
            MOVE "Y" TO WS-BOOK-OPEN
        END-IF.
        OPEN OUTPUT REVIEW-FILE.
        MOVE "CUST ID  OLD PULSES  NEW PULSES  VARIANCE  REASON"
            TO REVIEW-REC.
        READ READINGS-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
        PERFORM UPLOAD-PARA UNTIL WS-EOF = "Y".
        CLOSE READINGS-FILE, CUSTOMER-REC-FILE, REVIEW-FILE.
        IF WS-BOOK-OPEN = "Y"
            CLOSE ROUTEBK-FILE
        END-IF.
        PERFORM CYCLE-MARK-UPLOAD-PARA.
        MOVE WS-READ-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "READINGS READ    : " WS-READ-COUNT.
        DISPLAY "RECORDS UPDATED  : " WS-UPDATE-COUNT.
        DISPLAY "FLAGGED FOR REVIEW: " WS-FLAG-COUNT.
        IF WS-BOOK-OPEN = "Y"
            DISPLAY "NOT ON A ROUTE BOOK: " WS-BOOK-REJECT-COUNT
        END-IF.
        STOP RUN.

        LOAD-METER-PARM-PARA.
            MOVE "Y" TO CY-UPLOAD-FLAG
            MOVE "N" TO CY-BILLED-FLAG
            MOVE "N" TO CY-AGED-FLAG
            MOVE "N" TO CY-PROOF-FLAG
            MOVE SPACES TO CY-PROOF-ROUTE CY-APPROVED-BY
            MOVE 0 TO CY-PROOF-DATE CY-PROOF-COUNT CY-PROOF-TOTAL
                CY-APPROVED-DATE
            WRITE CYCSTAT-REC
            CLOSE CYCSTAT-FILE
        END-IF.
                DISPLAY "NO CUSTOMER RECORD FOR ID " RD-CUST-ID
                    ", READING SKIPPED"
            NOT INVALID KEY
                PERFORM CHECK-BOOK-PARA
                IF WS-BOOK-OK = "Y"
                    PERFORM CHECK-VARIANCE-PARA
                END-IF
        END-READ.
        READ READINGS-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.

      * With route books in use only a meter on an issued book may be
      * read - a reading for one that was never sent out, or a second
      * reading for a meter already read, is a keying or walk error.
      * A late reading for a meter reconciled unread is taken; the
      * actual reading then cancels the unread flag as usual. The
      * line is only checked here - it is marked read once the
      * reading is actually applied (MARK-BOOK-READ-PARA), so a held
      * reading leaves it issued for the corrected re-upload.
        CHECK-BOOK-PARA.
        MOVE "Y" TO WS-BOOK-OK.
        IF WS-BOOK-OPEN = "Y"
            MOVE RD-CUST-ID TO WS-BOOK-REL-KEY
            READ ROUTEBK-FILE
                INVALID KEY
                    MOVE "NOT ON ISSUED BOOK - REJECTED" TO RV-REASON
                    PERFORM REJECT-BOOK-PARA
                NOT INVALID KEY
                    IF RB-STATUS = "R"
                        MOVE "BOOK ALREADY READ - REJECTED"
                            TO RV-REASON
                        PERFORM REJECT-BOOK-PARA
                    END-IF
            END-READ
        END-IF.

        MARK-BOOK-READ-PARA.
        IF WS-BOOK-OPEN = "Y"
            MOVE "R" TO RB-STATUS
            MOVE RD-NEW-PULSES TO RB-READING
            MOVE WS-TODAY-DATE TO RB-READ-DATE
            REWRITE ROUTEBK-REC
        END-IF.

        REJECT-BOOK-PARA.
        MOVE "N" TO WS-BOOK-OK.
        ADD 1 TO WS-BOOK-REJECT-COUNT.
        MOVE RD-CUST-ID TO RV-CUST-ID.
        MOVE IN-METERED-PULSES TO RV-OLD-PULSES.
        MOVE RD-NEW-PULSES TO RV-NEW-PULSES.
        MOVE 0 TO RV-VARIANCE-PCT.
        WRITE REVIEW-REC FROM REVIEW-LINE.

        CHECK-VARIANCE-PARA.
        PERFORM CHECK-EXPORT-PARA.
        IF WS-EXPORT-OK = "Y"
            PERFORM CHECK-IMPORT-PARA
        END-IF.

      * The export register of a net-metered customer is held to the
      * same limit as the import, against the previous cycle's
      * export; an exchange or catch-up reading is not compared. A
      * swing holds the whole reading. Export read on an account not
      * on net metering is listed and dropped - the import reading
      * still goes through.
        CHECK-EXPORT-PARA.
        MOVE "Y" TO WS-EXPORT-OK.
        MOVE IN-EXPORT-PULSES TO WS-OLD-EXPORT.
        MOVE 0 TO WS-VARIANCE-PCT.
        IF IN-NET-FLAG NOT = "Y"
            IF RD-EXPORT-PULSES > 0
                MOVE "EXPORT READ, NOT NET METERED" TO RV-REASON
                PERFORM LIST-EXPORT-PARA
            END-IF
        ELSE
            IF IN-EXCH-FLAG NOT = "Y" AND IN-EST-FLAG NOT = "E"
                    AND WS-OLD-EXPORT > 0
                COMPUTE WS-VARIANCE-PCT ROUNDED =
                    FUNCTION ABS(RD-EXPORT-PULSES - WS-OLD-EXPORT)
                        * 100 / WS-OLD-EXPORT
                IF WS-VARIANCE-PCT > WS-VARIANCE-LIMIT-PCT
                    MOVE "N" TO WS-EXPORT-OK
                    ADD 1 TO WS-FLAG-COUNT
                    MOVE "EXPORT SWING OVER LIMIT - HELD" TO RV-REASON
                    PERFORM LIST-EXPORT-PARA
                END-IF
            END-IF
            IF WS-EXPORT-OK = "Y"
                MOVE RD-EXPORT-PULSES TO IN-EXPORT-PULSES
            END-IF
        END-IF.

        LIST-EXPORT-PARA.
        MOVE RD-CUST-ID TO RV-CUST-ID.
        MOVE WS-OLD-EXPORT TO RV-OLD-PULSES.
        MOVE RD-EXPORT-PULSES TO RV-NEW-PULSES.
        MOVE WS-VARIANCE-PCT TO RV-VARIANCE-PCT.
        WRITE REVIEW-REC FROM REVIEW-LINE.

        CHECK-IMPORT-PARA.
        MOVE IN-METERED-PULSES TO WS-OLD-PULSES.
        IF IN-EXCH-FLAG = "Y"
            PERFORM APPLY-EXCHANGE-READING-PARA
                        RD-CUST-ID
                NOT INVALID KEY
                    ADD 1 TO WS-UPDATE-COUNT
                    PERFORM MARK-BOOK-READ-PARA
            END-REWRITE
        END-IF.

                DISPLAY "REWRITE FAILED FOR CUSTOMER ID " RD-CUST-ID
            NOT INVALID KEY
                ADD 1 TO WS-UPDATE-COUNT
                PERFORM MARK-BOOK-READ-PARA
        END-REWRITE.

        UPDATE-AVG-PARA.
                DISPLAY "REWRITE FAILED FOR CUSTOMER ID " RD-CUST-ID
            NOT INVALID KEY
                ADD 1 TO WS-UPDATE-COUNT
                PERFORM MARK-BOOK-READ-PARA
        END-REWRITE.

        FLAG-READING-PARA.
