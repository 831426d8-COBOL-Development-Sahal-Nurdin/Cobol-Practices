      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor sign-off of a proof billing run. Q15 run
      *          with run mode "P" in BILLPARM.DAT calculates every
      *          bill for the month or route without posting anything,
      *          prints the pre-bill register PROOFREG.TXT and marks
      *          the month proofed in CYCSTAT.DAT. After checking the
      *          register the supervisor signs on here and approves
      *          the proof, which releases the live Q15 run for the
      *          month (and the route the proof covered), or rejects
      *          it so the tariff or readings can be put right and the
      *          proof run again. The approving operator and date are
      *          kept on the cycle-status record.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15PA.
        ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
                SOURCE-COMPUTER. IBM PC.
                OBJECT-COMPUTER. IBM PC.
         INPUT-OUTPUT SECTION.
          SELECT PARAMETER-FILE ASSIGN TO "BILLPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
          SELECT CYCSTAT-FILE ASSIGN TO "CYCSTAT.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-CYCSTAT-STATUS.
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
        FD    PARAMETER-FILE.
        01    PARM-REC.
                02  PARM-CURR-MONTH PIC X(40).
                02  PARM-BILL-MONTH PIC X(10).
                02  PARM-ROUTE-CODE PIC X(4).
                02  PARM-RUN-MODE PIC X.
        FD    CYCSTAT-FILE.
        COPY CYCSTAT.
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
        77    WS-REQ-AUTH-LEVEL PIC 9 VALUE 2.
        77    WS-OPERATOR-ID PIC X(8) VALUE SPACES.
        77    WS-RUNLOG-STATUS PIC XX VALUE SPACES.
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15PA".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-PARM-STATUS PIC XX VALUE SPACES.
        77    WS-CYCSTAT-STATUS PIC XX VALUE SPACES.
        77    WS-CYC-EOF PIC X VALUE "N".
        77    WS-CYC-FOUND PIC X VALUE "N".
        77    WS-BILL-MONTH PIC X(10) VALUE SPACES.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
        77    WS-REPLY PIC X VALUE SPACE.
        77    WS-SHOW-COUNT PIC ZZZ,ZZ9.
        77    WS-SHOW-TOTAL PIC ZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
        MAIN-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE 2 TO WS-REQ-AUTH-LEVEL.
        PERFORM SIGN-ON-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        PERFORM LOAD-MONTH-PARA.
        IF WS-BILL-MONTH = SPACES
            DISPLAY "NO BILLING MONTH GIVEN - NOTHING SIGNED OFF"
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        OPEN I-O CYCSTAT-FILE.
        IF WS-CYCSTAT-STATUS NOT = "00"
            DISPLAY "CYCSTAT.DAT NOT FOUND - NO PROOF RUN TO SIGN OFF"
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        MOVE "N" TO WS-CYC-FOUND.
        MOVE "N" TO WS-CYC-EOF.
        PERFORM CYCLE-SCAN-PARA UNTIL WS-CYC-EOF = "Y".
        IF WS-CYC-FOUND NOT = "Y"
            DISPLAY "NO PROOF RUN ON FILE FOR MONTH " WS-BILL-MONTH
        END-IF.
        CLOSE CYCSTAT-FILE.
        PERFORM WRITE-RUNLOG-END-PARA.
        STOP RUN.

      * The month comes from BILLPARM.DAT, the same file the proof and
      * live runs take it from; with no parameter file it is keyed.
        LOAD-MONTH-PARA.
        OPEN INPUT PARAMETER-FILE.
        IF WS-PARM-STATUS = "00"
            READ PARAMETER-FILE
                AT END
                    MOVE SPACES TO WS-BILL-MONTH
                NOT AT END
                    MOVE PARM-BILL-MONTH TO WS-BILL-MONTH
                    DISPLAY "BILLING MONTH TAKEN FROM PARAMETER FILE: "
                        WS-BILL-MONTH
            END-READ
            CLOSE PARAMETER-FILE
        ELSE
            DISPLAY "BILLING MONTH TO SIGN OFF (EX. JAN, 2001): "
                WITH NO ADVANCING
            ACCEPT WS-BILL-MONTH
        END-IF.

        CYCLE-SCAN-PARA.
        READ CYCSTAT-FILE
            AT END
                MOVE "Y" TO WS-CYC-EOF
            NOT AT END
                IF CY-BILL-MONTH = WS-BILL-MONTH
                    MOVE "Y" TO WS-CYC-FOUND
                    MOVE "Y" TO WS-CYC-EOF
                    PERFORM SIGN-OFF-PARA
                END-IF
        END-READ.

      * Only a proof waiting for sign-off can be approved or rejected.
      * An approval already given stands until the live run uses it
      * or a fresh proof replaces it.
        SIGN-OFF-PARA.
        EVALUATE CY-PROOF-FLAG
            WHEN "A"
                DISPLAY "PROOF FOR MONTH " WS-BILL-MONTH
                    " ALREADY APPROVED BY " CY-APPROVED-BY
                    " ON " CY-APPROVED-DATE
            WHEN "P"
                PERFORM SHOW-PROOF-PARA
                PERFORM DECIDE-PARA
            WHEN OTHER
                DISPLAY "NO PROOF RUN WAITING FOR SIGN-OFF FOR MONTH "
                    WS-BILL-MONTH
                DISPLAY "RUN Q15 WITH RUN MODE P IN BILLPARM.DAT FIRST."
        END-EVALUATE.

        SHOW-PROOF-PARA.
        DISPLAY "-------------------------------------------------".
        DISPLAY "PROOF RUN FOR MONTH ...: " WS-BILL-MONTH.
        IF CY-PROOF-ROUTE = SPACES
            DISPLAY "ROUTE .................: ALL ROUTES"
        ELSE
            DISPLAY "ROUTE .................: " CY-PROOF-ROUTE
        END-IF.
        DISPLAY "PROOF RUN DATE ........: " CY-PROOF-DATE.
        MOVE CY-PROOF-COUNT TO WS-SHOW-COUNT.
        DISPLAY "CUSTOMERS PROOFED .....: " WS-SHOW-COUNT.
        MOVE CY-PROOF-TOTAL TO WS-SHOW-TOTAL.
        DISPLAY "TOTAL BILL-DUE ........: " WS-SHOW-TOTAL.
        DISPLAY "-------------------------------------------------".
        IF CY-PROOF-DATE NOT = WS-TODAY-DATE
            DISPLAY "NOTE: THE PROOF WAS NOT RUN TODAY - READINGS OR"
                " TARIFFS MAY HAVE CHANGED SINCE."
        END-IF.
        DISPLAY "CHECK THE REGISTER IN PROOFREG.TXT BEFORE SIGNING.".

        DECIDE-PARA.
        DISPLAY "A = APPROVE FOR LIVE BILLING, R = REJECT,"
            " ANY OTHER KEY = LEAVE: " WITH NO ADVANCING.
        ACCEPT WS-REPLY.
        EVALUATE WS-REPLY
            WHEN "A"
            WHEN "a"
                MOVE "A" TO CY-PROOF-FLAG
                MOVE WS-OPERATOR-ID TO CY-APPROVED-BY
                MOVE WS-TODAY-DATE TO CY-APPROVED-DATE
                REWRITE CYCSTAT-REC
                ADD 1 TO WS-RL-REC-COUNT
                DISPLAY "PROOF APPROVED BY " WS-OPERATOR-ID
                    " - LIVE RUN RELEASED FOR MONTH " WS-BILL-MONTH
            WHEN "R"
            WHEN "r"
                MOVE "N" TO CY-PROOF-FLAG
                MOVE SPACES TO CY-APPROVED-BY
                MOVE 0 TO CY-APPROVED-DATE
                REWRITE CYCSTAT-REC
                ADD 1 TO WS-RL-REC-COUNT
                DISPLAY "PROOF REJECTED BY " WS-OPERATOR-ID
                    " - CORRECT AND RUN THE PROOF AGAIN"
            WHEN OTHER
                DISPLAY "PROOF LEFT WAITING FOR SIGN-OFF"
        END-EVALUATE.

        COPY RUNLOGP.

        COPY OPERSIGN.
