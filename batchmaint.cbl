      *          the CUSTAUDT.TXT audit trail, and produces an
      *          applied/rejected report (MAINTRPT.TXT) with a reason
      *          per rejected transaction so the office can fix and
      *          resubmit only the failures. A transaction carries
      *          no premises number, so an add is made at the premises
      *          numbered with its customer ID (set up if not on
      *          PREMISES.DAT, refused if occupied); updates and
      *          deactivations are carried through to the premises.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-OPER-REL-KEY
            FILE STATUS IS WS-OPERMST-STATUS.
          SELECT PREMISES-FILE ASSIGN TO "PREMISES.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PREM-REL-KEY
            FILE STATUS IS WS-PREMISES-STATUS.
          SELECT OCCHIST-FILE ASSIGN TO "OCCHIST.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OCCHIST-STATUS.

        DATA DIVISION.
          FILE SECTION.
        COPY RUNLOG.
        FD    OPERMST-FILE.
        COPY OPERMST.
        FD    PREMISES-FILE.
        COPY PREMISES.
        FD    OCCHIST-FILE.
        COPY OCCHIST.

          WORKING-STORAGE SECTION.
        77    WS-OPERMST-STATUS PIC XX VALUE SPACES.
        77    WS-AUDIT-ACTION PIC X(10) VALUE SPACES.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-AUDIT-TIME PIC 9(8) VALUE 0.
        77    WS-BEFORE-IMAGE PIC X(161) VALUE SPACES.
        77    WS-PREMISES-STATUS PIC XX VALUE SPACES.
        77    WS-PREM-REL-KEY PIC 9(6) VALUE 0.
        77    WS-OCCHIST-STATUS PIC XX VALUE SPACES.
        77    WS-PREM-FOUND PIC X VALUE "N".
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    REPORT-TITLE-LINE PIC X(80) VALUE
            "ACT  CUST ID  DISPOSITION  REASON".
            OPEN I-O CUSTOMER-REC-FILE
        END-IF.
        PERFORM OPEN-AUDIT-PARA.
        OPEN I-O PREMISES-FILE.
        IF WS-PREMISES-STATUS NOT = "00"
            OPEN OUTPUT PREMISES-FILE
            CLOSE PREMISES-FILE
            OPEN I-O PREMISES-FILE
        END-IF.
        OPEN EXTEND OCCHIST-FILE.
        IF WS-OCCHIST-STATUS = "35"
            OPEN OUTPUT OCCHIST-FILE
            CLOSE OCCHIST-FILE
            OPEN EXTEND OCCHIST-FILE
        END-IF.
        OPEN OUTPUT REPORT-FILE.
        WRITE REPORT-REC FROM HEADING1.
        MOVE " *** BATCH MAINTENANCE REPORT ***" TO REPORT-REC.
        MOVE "REJECTED    : " TO RT-LABEL.
        MOVE WS-REJECTED-COUNT TO RT-COUNT.
        WRITE REPORT-REC FROM REPORT-TOTAL-LINE.
        CLOSE TXN-FILE, CUSTOMER-REC-FILE, REPORT-FILE, AUDIT-FILE
            , PREMISES-FILE, OCCHIST-FILE.
        MOVE WS-TXN-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "BATCH MAINTENANCE COMPLETE.".
                TO WS-REJECT-REASON
            PERFORM REJECT-TXN-PARA
        ELSE
            PERFORM CHECK-PREMISES-PARA
        END-IF
        END-IF.

      * The premises numbered with the customer ID must be free -
      * a vacant one is taken over, an occupied one is a change of
      * occupancy and belongs at the counter, not in the batch.
        CHECK-PREMISES-PARA.
        MOVE TX-CUST-ID TO WS-PREM-REL-KEY.
        READ PREMISES-FILE
            INVALID KEY
                MOVE "N" TO WS-PREM-FOUND
                PERFORM ADD-CUSTOMER-PARA
            NOT INVALID KEY
                IF PR-STATUS = "O"
                    MOVE "PREMISES OCCUPIED BY ANOTHER ACCOUNT"
                        TO WS-REJECT-REASON
                    PERFORM REJECT-TXN-PARA
                ELSE
                    MOVE "Y" TO WS-PREM-FOUND
                    PERFORM ADD-CUSTOMER-PARA
                END-IF
        END-READ.

        ADD-CUSTOMER-PARA.
        MOVE TX-CUST-ID TO WS-CUST-REL-KEY.
        MOVE TX-CUST-ID TO IN-CUST-ID.
        MOVE TX-CUST-NAME TO IN-CUST-NAME.
        MOVE TX-CUST-ADDRESS TO IN-CUST-ADDRESS.
        MOVE TX-MTRNO TO IN-MTRNO.
        IF TX-TARIFF-CAT = "D" OR TX-TARIFF-CAT = "C"
                OR TX-TARIFF-CAT = "I"
            MOVE TX-TARIFF-CAT TO IN-TARIFF-CAT
        ELSE
            MOVE "D" TO IN-TARIFF-CAT
        END-IF.
        MOVE 0 TO IN-METERED-PULSES.
        MOVE "Y" TO IN-ACTIVE.
        MOVE SPACE TO IN-EXCH-FLAG.
        MOVE 0 TO IN-EXCH-OLD-MTRNO.
        MOVE 0 TO IN-EXCH-OLD-PULSES.
        MOVE 0 TO IN-EXCH-NEW-OPEN.
        MOVE SPACE TO IN-EST-FLAG.
        MOVE 0 TO IN-EST-PULSES.
        MOVE 0 TO IN-AVG-PULSES.
        MOVE 0 TO IN-DEACT-DATE.
        MOVE TX-ROUTE-CODE TO IN-ROUTE-CODE.
        MOVE TX-WALK-SEQ TO IN-WALK-SEQ.
        MOVE SPACE TO IN-DD-FLAG.
        MOVE SPACES TO IN-DD-BANK-CODE.
        MOVE SPACES TO IN-DD-BANK-ACCT.
        MOVE SPACE TO IN-BUDGET-FLAG.
        MOVE 0 TO IN-BUDGET-AMOUNT.
        MOVE SPACE TO IN-NET-FLAG.
        MOVE 0 TO IN-EXPORT-PULSES IN-BANKED-UNITS IN-NET-START-DATE.
        MOVE TX-CUST-ID TO IN-PREM-NO.
        WRITE IN-REC
            INVALID KEY
                MOVE "CUSTOMER ID ALREADY EXISTS"
                    TO WS-REJECT-REASON
                PERFORM REJECT-TXN-PARA
            NOT INVALID KEY
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE "ADD" TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-PARA
                PERFORM OCCUPY-PREMISES-PARA
                PERFORM ACCEPT-TXN-PARA
        END-WRITE.

        OCCUPY-PREMISES-PARA.
        IF WS-PREM-FOUND = "N"
            MOVE IN-PREM-NO TO PR-PREM-NO
            MOVE SPACES TO PR-SUPPLY-POINT
            MOVE 0 TO PR-LAST-CUST-ID
            MOVE 0 TO PR-HANDOVER-READING
        END-IF.
        MOVE IN-CUST-ADDRESS TO PR-ADDRESS.
        MOVE IN-MTRNO TO PR-MTRNO.
        MOVE IN-ROUTE-CODE TO PR-ROUTE-CODE.
        MOVE IN-WALK-SEQ TO PR-WALK-SEQ.
        MOVE "O" TO PR-STATUS.
        MOVE IN-CUST-ID TO PR-CUST-ID.
        MOVE WS-TODAY-DATE TO PR-OCC-DATE.
        MOVE IN-PREM-NO TO WS-PREM-REL-KEY.
        IF WS-PREM-FOUND = "N"
            WRITE PREMISES-REC
                INVALID KEY
                    CONTINUE
            END-WRITE
        ELSE
            REWRITE PREMISES-REC
                INVALID KEY
                    CONTINUE
            END-REWRITE
        END-IF.
        MOVE "I" TO OH-EVENT.
        MOVE 0 TO OH-READING.
        PERFORM WRITE-OCCHIST-PARA.

        WRITE-OCCHIST-PARA.
        MOVE IN-PREM-NO TO OH-PREM-NO.
        MOVE WS-TODAY-DATE TO OH-DATE.
        MOVE IN-CUST-ID TO OH-CUST-ID.
        MOVE 0 TO OH-NEW-CUST-ID.
        MOVE WS-OPERATOR-ID TO OH-OPERATOR.
        WRITE OCCHIST-REC.

      * Address, meter and route changes are the premises' own.
        SYNC-PREMISES-PARA.
        IF IN-PREM-NO NOT = 0
            MOVE IN-PREM-NO TO WS-PREM-REL-KEY
            READ PREMISES-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE IN-CUST-ADDRESS TO PR-ADDRESS
                    MOVE IN-MTRNO TO PR-MTRNO
                    MOVE IN-ROUTE-CODE TO PR-ROUTE-CODE
                    MOVE IN-WALK-SEQ TO PR-WALK-SEQ
                    REWRITE PREMISES-REC
            END-READ
        END-IF.

        VACATE-PREMISES-PARA.
        IF IN-PREM-NO NOT = 0
            MOVE IN-PREM-NO TO WS-PREM-REL-KEY
            READ PREMISES-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "V" TO PR-STATUS
                    MOVE 0 TO PR-CUST-ID
                    MOVE IN-CUST-ID TO PR-LAST-CUST-ID
                    MOVE WS-TODAY-DATE TO PR-OCC-DATE
                    REWRITE PREMISES-REC
                    MOVE "O" TO OH-EVENT
                    MOVE 0 TO OH-READING
                    PERFORM WRITE-OCCHIST-PARA
            END-READ
        END-IF.

        APPLY-UPDATE-PARA.
                    NOT INVALID KEY
                        MOVE "UPDATE" TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-PARA
                        PERFORM SYNC-PREMISES-PARA
                        PERFORM ACCEPT-TXN-PARA
                END-REWRITE
        END-READ.
                    NOT INVALID KEY
                        MOVE "DEACTIVATE" TO WS-AUDIT-ACTION
                        PERFORM WRITE-AUDIT-PARA
                        PERFORM VACATE-PREMISES-PARA
                        PERFORM ACCEPT-TXN-PARA
                END-REWRITE
        END-READ.
