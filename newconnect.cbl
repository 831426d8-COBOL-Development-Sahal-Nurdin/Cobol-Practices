      *          route code and walk sequence and the DEPOSIT.DAT
      *          ledger entry in one shot, so a half-processed
      *          connection can never sit in the master being billed
      *          or rejected by the billing run. The connection is
      *          made at a premises (PREMISES.DAT) - a vacant one
      *          already on file supplies the address and route, an
      *          unknown number is set up from the application.
      *          The inspection is no longer keyed here: capturing an
      *          application raises an inspection work order
      *          (WORKORD.DAT) and the crew's result, posted through
      *          Q15WC, moves the application to inspected.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-MTR-REL-KEY
            FILE STATUS IS WS-METERMST-STATUS.
          SELECT PREMISES-FILE ASSIGN TO "PREMISES.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-PREM-REL-KEY
            FILE STATUS IS WS-PREMISES-STATUS.
          SELECT OCCHIST-FILE ASSIGN TO "OCCHIST.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-OCCHIST-STATUS.
          SELECT WORKORD-FILE ASSIGN TO "WORKORD.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-WO-REL-KEY
            FILE STATUS IS WS-WORKORD-STATUS.

        DATA DIVISION.
          FILE SECTION.
                02  APARM-DEP-INDUSTRIAL PIC 9(6)V99.
        FD    METERMST-FILE.
        COPY METERMST.
        FD    PREMISES-FILE.
        COPY PREMISES.
        FD    OCCHIST-FILE.
        COPY OCCHIST.
        FD    WORKORD-FILE.
        COPY WORKORD.

          WORKING-STORAGE SECTION.
        77    WS-APPLIC-STATUS PIC XX VALUE SPACES.
        77    WS-LIST-COUNT PIC 9(4) VALUE 0.
        77    WS-METERMST-STATUS PIC XX VALUE SPACES.
        77    WS-MTR-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PREMISES-STATUS PIC XX VALUE SPACES.
        77    WS-PREM-REL-KEY PIC 9(6) VALUE 0.
        77    WS-OCCHIST-STATUS PIC XX VALUE SPACES.
        77    WS-NEW-PREM-NO PIC 9(6) VALUE 0.
        77    WS-PREM-FOUND PIC X VALUE "N".
        COPY WORKORDW.
      * Deposit schedule by tariff category - board defaults, taken
      * from APPLPARM.DAT when present so the schedule can move
      * without a recompile.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        PERFORM LOAD-APPL-PARM-PARA.
        PERFORM OPEN-APPLIC-PARA.
        PERFORM OPEN-WORKORD-PARA.
        PERFORM UNTIL WS-DONE = "Y"
            PERFORM MENU-PARA
        END-PERFORM.
        CLOSE APPLIC-FILE.
        PERFORM CLOSE-WORKORD-PARA.
        STOP RUN.

        LOAD-APPL-PARM-PARA.
        MENU-PARA.
        DISPLAY "----NEW-CONNECTION APPLICATIONS----".
        DISPLAY "1. CAPTURE APPLICATION".
        DISPLAY "2. RAISE INSPECTION WORK ORDER".
        DISPLAY "3. RECORD DEPOSIT PAID".
        DISPLAY "4. RECORD METER FITTED".
        DISPLAY "5. ACTIVATE CONNECTION".
            NOT INVALID KEY
                DISPLAY "APPLICATION CAPTURED FOR " WS-REQ-CUST-ID
                    " - DEPOSIT DUE " AP-DEPOSIT-DUE
                PERFORM RAISE-INSPECTION-PARA
        END-WRITE.

      * The site inspection goes to the field as a work order; the
      * application stays at applied until the crew's pass is posted.
        RAISE-INSPECTION-PARA.
        MOVE "I" TO WS-WQ-TYPE.
        MOVE AP-CUST-ID TO WS-WQ-CUST-ID.
        MOVE AP-CUST-ADDRESS TO WS-WQ-ADDRESS.
        MOVE SPACES TO WS-WQ-ROUTE-CODE.
        MOVE 0 TO WS-WQ-WALK-SEQ.
        MOVE 0 TO WS-WQ-MTRNO.
        MOVE "NEW CONNECTION INSPECTION" TO WS-WQ-NOTE.
        MOVE "Q15G" TO WS-WQ-SOURCE.
        MOVE SPACES TO WS-WQ-RAISED-BY.
        PERFORM RAISE-WORKORD-PARA.
        IF WS-WO-NEW-NO = 0
            DISPLAY "INSPECTION ORDER " WS-WO-DUP-NO
                " IS ALREADY OPEN FOR " AP-CUST-ID
        ELSE
            DISPLAY "INSPECTION ORDER " WS-WO-NEW-NO
                " RAISED FOR " AP-CUST-ID
        END-IF.

        READ-APPLICATION-PARA.
        DISPLAY "ENTER APPLICATION CUSTOMER ID: " WITH NO ADVANCING.
        ACCEPT WS-APPL-REL-KEY.
                MOVE SPACE TO AP-STATUS
        END-READ.

      * Re-raises the inspection order for an application still at
      * the applied step - one captured before orders were raised, or
      * whose order failed or was cancelled.
        INSPECT-PARA.
        PERFORM READ-APPLICATION-PARA.
        IF AP-STATUS = "A"
            PERFORM RAISE-INSPECTION-PARA
        ELSE
            IF AP-STATUS NOT = SPACE
                DISPLAY "APPLICATION " AP-CUST-ID " IS NOT AT THE"
                    " APPLIED STEP - NO ORDER RAISED"
            END-IF
        END-IF.

        ACTIVATE-PARA.
        PERFORM READ-APPLICATION-PARA.
        IF AP-STATUS = "M"
            PERFORM ACTIVATE-PREMISES-PARA
        ELSE
            IF AP-STATUS NOT = SPACE
                DISPLAY "APPLICATION " AP-CUST-ID " IS NOT AT THE"
            END-IF
        END-IF.

      * The premises is looked up first: an occupied one is refused
      * (the office must close the sitting account), a vacant one
      * gives the route and walk sequence, a new number is set up
      * from the application once the master record is written.
        ACTIVATE-PREMISES-PARA.
        DISPLAY "ENTER PREMISES NO. (0 = SAME AS CUSTOMER ID): "
            WITH NO ADVANCING.
        MOVE 0 TO WS-NEW-PREM-NO.
        ACCEPT WS-NEW-PREM-NO.
        IF WS-NEW-PREM-NO = 0
            MOVE AP-CUST-ID TO WS-NEW-PREM-NO
        END-IF.
        OPEN I-O PREMISES-FILE.
        IF WS-PREMISES-STATUS NOT = "00"
            OPEN OUTPUT PREMISES-FILE
            CLOSE PREMISES-FILE
            OPEN I-O PREMISES-FILE
        END-IF.
        MOVE WS-NEW-PREM-NO TO WS-PREM-REL-KEY.
        READ PREMISES-FILE
            INVALID KEY
                MOVE "N" TO WS-PREM-FOUND
                DISPLAY "ENTER ROUTE CODE: " WITH NO ADVANCING
                MOVE SPACES TO WS-NEW-ROUTE-CODE
                ACCEPT WS-NEW-ROUTE-CODE
                DISPLAY "ENTER WALK SEQUENCE NO.: " WITH NO ADVANCING
                MOVE 0 TO WS-NEW-WALK-SEQ
                ACCEPT WS-NEW-WALK-SEQ
                PERFORM CREATE-MASTER-PARA
            NOT INVALID KEY
                IF PR-STATUS = "O"
                    DISPLAY "PREMISES " PR-PREM-NO " IS OCCUPIED BY "
                        PR-CUST-ID " - NOT ACTIVATED"
                ELSE
                    MOVE "Y" TO WS-PREM-FOUND
                    MOVE PR-ROUTE-CODE TO WS-NEW-ROUTE-CODE
                    MOVE PR-WALK-SEQ TO WS-NEW-WALK-SEQ
                    MOVE PR-ADDRESS TO AP-CUST-ADDRESS
                    PERFORM CREATE-MASTER-PARA
                END-IF
        END-READ.
        CLOSE PREMISES-FILE.

        CREATE-MASTER-PARA.
        OPEN I-O CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS = "35"
        MOVE SPACES TO IN-DD-BANK-ACCT.
        MOVE SPACE TO IN-BUDGET-FLAG.
        MOVE 0 TO IN-BUDGET-AMOUNT.
        MOVE SPACE TO IN-NET-FLAG.
        MOVE 0 TO IN-EXPORT-PULSES IN-BANKED-UNITS IN-NET-START-DATE.
        MOVE WS-NEW-PREM-NO TO IN-PREM-NO.
        WRITE IN-REC
            INVALID KEY
                DISPLAY "CUSTOMER ID " AP-CUST-ID " ALREADY ON THE"
            NOT INVALID KEY
                PERFORM CREATE-DEPOSIT-PARA
                PERFORM METER-INSTALL-PARA
                PERFORM OCCUPY-PREMISES-PARA
                MOVE "L" TO AP-STATUS
                MOVE WS-TODAY-DATE TO AP-STATUS-DATE
                REWRITE APPLIC-REC
        END-READ.
        CLOSE METERMST-FILE.

        OCCUPY-PREMISES-PARA.
        IF WS-PREM-FOUND = "N"
            MOVE WS-NEW-PREM-NO TO PR-PREM-NO
            MOVE SPACES TO PR-SUPPLY-POINT
            MOVE AP-CUST-ADDRESS TO PR-ADDRESS
            MOVE WS-NEW-ROUTE-CODE TO PR-ROUTE-CODE
            MOVE WS-NEW-WALK-SEQ TO PR-WALK-SEQ
            MOVE 0 TO PR-LAST-CUST-ID
            MOVE 0 TO PR-HANDOVER-READING
        END-IF.
        MOVE AP-MTRNO TO PR-MTRNO.
        MOVE "O" TO PR-STATUS.
        MOVE AP-CUST-ID TO PR-CUST-ID.
        MOVE WS-TODAY-DATE TO PR-OCC-DATE.
        MOVE WS-NEW-PREM-NO TO WS-PREM-REL-KEY.
        IF WS-PREM-FOUND = "N"
            WRITE PREMISES-REC
                INVALID KEY
                    DISPLAY "PREMISES " PR-PREM-NO " NOT WRITTEN"
            END-WRITE
        ELSE
            REWRITE PREMISES-REC
                INVALID KEY
                    DISPLAY "PREMISES " PR-PREM-NO " NOT UPDATED"
            END-REWRITE
        END-IF.
        OPEN EXTEND OCCHIST-FILE.
        IF WS-OCCHIST-STATUS = "35"
            OPEN OUTPUT OCCHIST-FILE
            CLOSE OCCHIST-FILE
            OPEN EXTEND OCCHIST-FILE
        END-IF.
        MOVE PR-PREM-NO TO OH-PREM-NO.
        MOVE WS-TODAY-DATE TO OH-DATE.
        MOVE "I" TO OH-EVENT.
        MOVE AP-CUST-ID TO OH-CUST-ID.
        MOVE 0 TO OH-NEW-CUST-ID.
        MOVE 0 TO OH-READING.
        MOVE SPACES TO OH-OPERATOR.
        WRITE OCCHIST-REC.
        CLOSE OCCHIST-FILE.

        CREATE-DEPOSIT-PARA.
        OPEN I-O DEPOSIT-FILE.
        IF WS-DEPOSIT-STATUS NOT = "00"
        MOVE AP-DEPOSIT-PAID TO DP-AMOUNT.
        MOVE WS-TODAY-DATE TO DP-RECEIVED-DATE.
        MOVE 0 TO DP-INT-ACCRUED.
        MOVE 0 TO DP-INT-DATE.
        MOVE 0 TO DP-INT-LAST.
        WRITE DEPOSIT-REC
            INVALID KEY
                DISPLAY "DEPOSIT RECORD ALREADY EXISTS FOR "
            AP-DEPOSIT-PAID "  " AP-MTRNO "  " AP-APPLY-DATE.
        READ APPLIC-FILE NEXT RECORD
            AT END MOVE "Y" TO WS-APPL-EOF.

        COPY WORKORDP.
