      *          from ELEC_REC.DAT and the open amounts itemized.
      *          A customer with nothing overdue any more has their
      *          level reset so the sequence starts fresh next time;
      *          a customer on a live payment plan is left alone, and
      *          so is any bill held under a dispute in DISPUTE.DAT
      *          (a customer whose only overdue bills are held keeps
      *          their level until the dispute is closed).
      *          An account placed with the collection agency
      *          (AGENCY.DAT status P, set by Q15CA) gets no more
      *          letters from here - the agency is chasing it.
      *          Letter timing comes from DUNPARM.DAT (days past due
      *          before the first letter, days between letters) with
      *          the usual defaults when the file is absent.
          SELECT DUN-PARAMETER-FILE ASSIGN TO "DUNPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-DUN-PARM-STATUS.
          SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DI-KEY
            FILE STATUS IS WS-DISPUTE-STATUS.
          SELECT AGENCY-FILE ASSIGN TO "AGENCY.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS DYNAMIC
            RELATIVE KEY IS WS-AGY-REL-KEY
            FILE STATUS IS WS-AGENCY-STATUS.
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
                02  DPARM-DUE-DAYS PIC 9(3).
                02  DPARM-WAIT-DAYS PIC 9(3).

        FD    DISPUTE-FILE.
        COPY DISPUTE.

        FD    AGENCY-FILE.
        COPY AGENCY.

        FD    RUNLOG-FILE.
        COPY RUNLOG.

        77    WS-PAYPLAN-STATUS PIC XX VALUE SPACES.
        77    WS-PLAN-REL-KEY PIC 9(6) VALUE 0.
        77    WS-DUN-PARM-STATUS PIC XX VALUE SPACES.
        77    WS-DISPUTE-STATUS PIC XX VALUE SPACES.
        77    WS-AGENCY-STATUS PIC XX VALUE SPACES.
        77    WS-AGY-REL-KEY PIC 9(6) VALUE 0.
        77    WS-PLACED PIC X VALUE "N".
        77    WS-DH-OPEN PIC X VALUE "N".
        77    WS-DH-CUST-ID PIC 9(6) VALUE 0.
        77    WS-DH-ISSUE-DATE PIC 9(8) VALUE 0.
        77    WS-DH-HELD PIC X VALUE "N".
        77    WS-DH-DONE PIC X VALUE "N".
        77    WS-HELD-COUNT PIC 9(2) VALUE 0.
        77    WS-EOF PIC X VALUE "N".
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-TODAY-INT PIC 9(9) VALUE 0.
        END-IF.
        PERFORM OPEN-DUNSTAT-PARA.
        PERFORM OPEN-PAYPLAN-PARA.
        PERFORM OPEN-DISPUTE-PARA.
        PERFORM OPEN-AGENCY-PARA.
        OPEN OUTPUT LETTER-FILE.
        MOVE 0 TO WS-CURR-CUST.
        MOVE 0 TO WS-OD-COUNT.
        MOVE 0 TO WS-OD-TOTAL.
        MOVE 0 TO WS-HELD-COUNT.
        READ PAYSTAT-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.
        PERFORM WALK-ITEMS-PARA UNTIL WS-EOF = "Y".
        IF WS-CURR-CUST NOT = 0
            PERFORM CUSTOMER-BREAK-PARA
        END-IF.
        CLOSE PAYSTAT-FILE, CUSTOMER-REC-FILE, DUNSTAT-FILE
            , PAYPLAN-FILE, AGENCY-FILE, LETTER-FILE.
        PERFORM CLOSE-DISPUTE-PARA.
        MOVE WS-LETTER-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        DISPLAY "DUNNING RUN COMPLETE.".
            OPEN INPUT PAYPLAN-FILE
        END-IF.

        OPEN-AGENCY-PARA.
        OPEN INPUT AGENCY-FILE.
        IF WS-AGENCY-STATUS NOT = "00"
            OPEN OUTPUT AGENCY-FILE
            CLOSE AGENCY-FILE
            OPEN INPUT AGENCY-FILE
        END-IF.

      * Items come off the keyed file in customer order, so one pass
      * collects each customer's overdue items and the letter is
      * decided at the customer break.
            MOVE PS-CUST-ID TO WS-CURR-CUST
            MOVE 0 TO WS-OD-COUNT
            MOVE 0 TO WS-OD-TOTAL
            MOVE 0 TO WS-HELD-COUNT
        END-IF.
        IF PS-PAID-FLAG NOT = "Y" AND PS-PAID-FLAG NOT = "S"
                AND PS-PAID-FLAG NOT = "W"
                FUNCTION INTEGER-OF-DATE(PS-ISSUE-DATE)
            COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-ISSUE-INT
            IF WS-DAYS-LATE > WS-DUE-DAYS
                PERFORM OVERDUE-ITEM-PARA
            END-IF
        END-IF.
        READ PAYSTAT-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.

      * A disputed bill is not demanded while the hold is on - it
      * stays out of the letter and its total.
        OVERDUE-ITEM-PARA.
        MOVE PS-CUST-ID TO WS-DH-CUST-ID.
        MOVE PS-ISSUE-DATE TO WS-DH-ISSUE-DATE.
        PERFORM DISPUTE-ITEM-CHECK-PARA.
        IF WS-DH-HELD = "Y"
            IF WS-HELD-COUNT < 99
                ADD 1 TO WS-HELD-COUNT
            END-IF
        ELSE
            IF WS-OD-COUNT < WS-OD-MAX
                ADD 1 TO WS-OD-COUNT
                MOVE PS-ISSUE-DATE TO WS-OD-DATE(WS-OD-COUNT)
                MOVE PS-AMOUNT TO WS-OD-AMT(WS-OD-COUNT)
                ADD PS-AMOUNT TO WS-OD-TOTAL
            END-IF
        END-IF.

      * Overdue bills that are only held under dispute are not a
      * recovery - the reminder level stands until the dispute is
      * closed, so the sequence picks up where it left off.
        CUSTOMER-BREAK-PARA.
        IF WS-OD-COUNT = 0
            IF WS-HELD-COUNT = 0
                PERFORM RESET-LEVEL-PARA
            END-IF
        ELSE
            PERFORM PLAN-LOOKUP-PARA
            PERFORM PLACED-LOOKUP-PARA
            IF WS-ON-PLAN NOT = "Y" AND WS-PLACED NOT = "Y"
                PERFORM CONSIDER-LETTER-PARA
            END-IF
        END-IF.
                END-IF
        END-READ.

        PLACED-LOOKUP-PARA.
        MOVE "N" TO WS-PLACED.
        MOVE WS-CURR-CUST TO WS-AGY-REL-KEY.
        READ AGENCY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AG-STATUS = "P"
                    MOVE "Y" TO WS-PLACED
                END-IF
        END-READ.

      * Nothing overdue any more - the reminder sequence starts over
      * if the customer slips again.
        RESET-LEVEL-PARA.
        MOVE WS-OD-AMT(WS-OD-IDX) TO LI-AMOUNT.
        WRITE LETTER-REC FROM LETTER-ITEM-LINE.

        COPY DISPHOLD.

        COPY RUNLOGP.
