      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tariff revision impact simulation. The board's
      *          proposed slab limits and rates are put in a side file,
      *          TARIFPRP.DAT (TARIFF.DAT layout), with any proposed
      *          duty/VAT change in TAXPRP.DAT (TAXPARM.DAT layout).
      *          Each active customer's last twelve bills in
      *          BILLHIST.DAT are re-priced from BH-PULSES twice -
      *          under the rates in force today and under the proposal
      *          - through the same TARIFF-SELECT / CHARGE-CALC /
      *          TAX-CALC paragraphs in BILLCALC that price the bills.
      *          A category the proposal leaves out keeps its current
      *          rates. TARIFSIM.TXT shows the revenue change by
      *          tariff category and slab, the average monthly bill
      *          per category, the bill-shock distribution of each
      *          customer's twelve-month change (down, up 0-5%, 5-10%,
      *          over 10%) and the hardest-hit accounts by percentage
      *          increase. Nothing is updated.
      ******************************************************************
        IDENTIFICATION DIVISION.
           PROGRAM-ID. Q15TS.
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
          SELECT BILLHIST-FILE ASSIGN TO "BILLHIST.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-BILLHIST-STATUS.
          SELECT TARIFF-FILE ASSIGN TO "TARIFF.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-TARIFF-STATUS.
          SELECT TAX-FILE ASSIGN TO "TAXPARM.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-TAX-STATUS.
          SELECT PROP-TARIFF-FILE ASSIGN TO "TARIFPRP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PROP-TARIFF-STATUS.
          SELECT PROP-TAX-FILE ASSIGN TO "TAXPRP.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-PROP-TAX-STATUS.
          SELECT OUT-FILE ASSIGN TO "TARIFSIM.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SIMWK-FILE ASSIGN TO "SIMWK.TMP"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-SIMWK-STATUS.
          SELECT HIST-SORT-FILE ASSIGN TO "SIMSORT.TMP".
          SELECT SHOCK-SORT-FILE ASSIGN TO "SIMSHOCK.TMP".
          SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.

        DATA DIVISION.
          FILE SECTION.
        FD    CUSTOMER-REC-FILE.
        COPY CUSTREC.
        FD    BILLHIST-FILE.
        COPY BILLHIST.
        FD    TARIFF-FILE.
        COPY TARIFREC.
        FD    TAX-FILE.
        COPY TAXREC.
      * The proposal files carry the TARIFF.DAT and TAXPARM.DAT record
      * layouts and are read INTO TARIFF-REC / TAX-REC.
        FD    PROP-TARIFF-FILE.
        01    PROP-TARIFF-REC PIC X(28).
        FD    PROP-TAX-FILE.
        01    PROP-TAX-REC PIC X(18).
        FD    OUT-FILE.
        01    OUT-REC PIC X(80).
        FD    SIMWK-FILE.
        01    SIMWK-REC.
                02  SW-CUST-ID PIC 9(6).
                02  SW-CUST-NAME PIC X(20).
                02  SW-CATEGORY PIC X.
                02  SW-CUR-TOTAL PIC 9(8)V99.
                02  SW-PROP-TOTAL PIC 9(8)V99.
                02  SW-CHANGE PIC S9(8)V99.
                02  SW-PCT PIC S9(4)V99.
        SD    HIST-SORT-FILE.
        01    HIST-SORT-REC.
                02  HS-CUST-ID PIC 9(6).
                02  HS-SEQ PIC 9(8).
                02  HS-PULSES PIC 9(5).
        SD    SHOCK-SORT-FILE.
        01    SHOCK-SORT-REC.
                02  SK-CUST-ID PIC 9(6).
                02  SK-CUST-NAME PIC X(20).
                02  SK-CATEGORY PIC X.
                02  SK-CUR-TOTAL PIC 9(8)V99.
                02  SK-PROP-TOTAL PIC 9(8)V99.
                02  SK-CHANGE PIC S9(8)V99.
                02  SK-PCT PIC S9(4)V99.
        FD    RUNLOG-FILE.
        COPY RUNLOG.

          WORKING-STORAGE SECTION.
        77    WS-RUNLOG-STATUS PIC XX VALUE SPACES.
        77    WS-RL-PROGRAM PIC X(8) VALUE "Q15TS".
        77    WS-RL-REC-COUNT PIC 9(6) VALUE 0.
        77    WS-RL-END-FLAG PIC X VALUE "N".
        77    WS-CUST-REL-KEY PIC 9(6) VALUE 0.
        77    WS-CUST-STATUS PIC XX VALUE SPACES.
        77    WS-BILLHIST-STATUS PIC XX VALUE SPACES.
        77    WS-PROP-TARIFF-STATUS PIC XX VALUE SPACES.
        77    WS-PROP-TAX-STATUS PIC XX VALUE SPACES.
        77    WS-SIMWK-STATUS PIC XX VALUE SPACES.
        77    WS-HIST-EOF PIC X VALUE "N".
        77    WS-SORT-EOF PIC X VALUE "N".
        77    WS-PROP-EOF PIC X VALUE "N".
        77    WS-TABLE-FULL PIC X VALUE "N".
        77    WS-RUN-DATE PIC 9(8) VALUE 0.
        77    WS-TODAY-DATE PIC 9(8) VALUE 0.
      * The proposal is priced as at the latest effective date on the
      * proposal file, so every proposed record applies.
        77    WS-PROP-EFF-DATE PIC 9(8) VALUE 0.
        77    WS-PROP-TARIFF-RECS PIC 9(3) VALUE 0.
        77    WS-PROP-TAX-RECS PIC 9(3) VALUE 0.
        77    WS-HIST-SEQ PIC 9(8) VALUE 0.
        77    WS-PREV-CUST PIC 9(6) VALUE 0.
        77    WS-SIM-MONTHS PIC 9(2) VALUE 12.
        77    WS-HIT-TOP PIC 9(3) VALUE 20.
        77    WS-LISTED PIC 9(3) VALUE 0.
        77    WS-PRICED-COUNT PIC 9(6) VALUE 0.
        77    WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
        77    WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
        77    WS-SHOCK-DOWN PIC 9(6) VALUE 0.
        77    WS-SHOCK-0-5 PIC 9(6) VALUE 0.
        77    WS-SHOCK-5-10 PIC 9(6) VALUE 0.
        77    WS-SHOCK-OVER-10 PIC 9(6) VALUE 0.
        77    WS-SHOCK-N PIC 9(6) VALUE 0.
        77    WS-CUST-CUR-TOTAL PIC 9(8)V99 VALUE 0.
        77    WS-CUST-PROP-TOTAL PIC 9(8)V99 VALUE 0.
        77    WS-CUST-CHANGE PIC S9(10)V99 VALUE 0.
        77    WS-CUST-PCT PIC S9(4)V99 VALUE 0.
        77    WS-MONTH-BILL PIC 9(8)V99 VALUE 0.
        77    WS-AVG-CUR PIC 9(10)V99 VALUE 0.
        77    WS-AVG-PROP PIC 9(7)V99 VALUE 0.
        77    WS-SHARE-PCT PIC 9(3)V9 VALUE 0.
        77    WS-CAT-COUNT PIC 9(2) VALUE 0.
        77    WS-CIDX PIC 9(2) VALUE 0.
        77    WS-CHIT PIC 9(2) VALUE 0.
        77    WS-SIDX PIC 9(2) VALUE 0.
        77    WS-WIN-COUNT PIC 9(2) VALUE 0.
        77    WS-WIN-NEXT PIC 9(2) VALUE 0.
        77    WS-WIN-IDX PIC 9(2) VALUE 0.
        COPY BILLFMT.
        COPY TARIFWS.
        COPY TAXWS.
      * The tariff and tax tables are loaded twice - the current set,
      * then the current set with the proposal appended (the last
      * matching record wins in TARIFF-SELECT-PARA, so a proposed
      * record overrides its category and the rest keep today's
      * rates). Each image is moved into the shared tables before
      * the month is priced under it.
        01    WS-CUR-RATES.
                02  WS-CUR-TARIFF-COUNT PIC 9(3).
                02  WS-CUR-TARIFF-IMAGE PIC X(1400).
                02  WS-CUR-TAX-COUNT PIC 9(3).
                02  WS-CUR-TAX-IMAGE PIC X(900).
        01    WS-PROP-RATES.
                02  WS-PROP-TARIFF-COUNT PIC 9(3).
                02  WS-PROP-TARIFF-IMAGE PIC X(1400).
                02  WS-PROP-TAX-COUNT PIC 9(3).
                02  WS-PROP-TAX-IMAGE PIC X(900).
      * The customer's last twelve bills, kept as a ring so the
      * oldest drops out as each later bill arrives.
        01    WS-WINDOW.
                02  WS-WIN-PULSES PIC 9(5) OCCURS 12 TIMES.
        01    WS-CAT-TABLE.
                02  WS-CAT-ENTRY OCCURS 10 TIMES.
                    03  WS-CT-CATEGORY PIC X.
                    03  WS-CT-CUSTS PIC 9(6).
                    03  WS-CT-BILLS PIC 9(8).
                    03  WS-CT-SLAB OCCURS 3 TIMES.
                        04  WS-CT-CUR-UNITS PIC 9(10).
                        04  WS-CT-CUR-REV PIC 9(10)V99.
                        04  WS-CT-PROP-UNITS PIC 9(10).
                        04  WS-CT-PROP-REV PIC 9(10)V99.
                    03  WS-CT-CUR-TAX PIC 9(10)V99.
                    03  WS-CT-PROP-TAX PIC 9(10)V99.
                    03  WS-CT-CUR-TOTAL PIC 9(10)V99.
                    03  WS-CT-PROP-TOTAL PIC 9(10)V99.
        01    WS-GRAND-TOTALS.
                02  WS-GT-CUR-TOTAL PIC 9(10)V99.
                02  WS-GT-PROP-TOTAL PIC 9(10)V99.
        01    REPORT-TITLE-LINE PIC X(80) VALUE
            " *** TARIFF REVISION IMPACT SIMULATION ***".
        01    REPORT-RUN-LINE.
                02  F PIC X(11) VALUE "RUN DATE : ".
                02  RR-RUN-DATE PIC 9(8).
                02  F PIC X(30) VALUE
                    "   PROPOSAL PRICED AS AT : ".
                02  RR-EFF-DATE PIC 9(8).
        01    REPORT-BASIS-LINE.
                02  F PIC X(32) VALUE
                    "BASIS    : EACH CUSTOMER'S LAST ".
                02  RB-MONTHS PIC Z9.
                02  F PIC X(36) VALUE
                    " BILLS ON BILLHIST.DAT, RE-PRICED".
        01    SLAB-HEAD-LINE.
                02  F PIC X(17) VALUE "C LINE    CURRENT".
                02  F PIC X(16) VALUE "         CURRENT".
                02  F PIC X(10) VALUE "  PROPOSED".
                02  F PIC X(16) VALUE "        PROPOSED".
                02  F PIC X(15) VALUE "         CHANGE".
                02  F PIC X(6) VALUE "     %".
        01    SLAB-HEAD2-LINE.
                02  F PIC X(17) VALUE "            UNITS".
                02  F PIC X(16) VALUE "         REVENUE".
                02  F PIC X(10) VALUE "     UNITS".
                02  F PIC X(16) VALUE "         REVENUE".
      * The revenue columns carry the category and grand totals, so
      * they are edited to the full 9(10)V99; the unit and revenue
      * columns butt together and rely on their leading Z for spacing
      * to keep the line inside the 80-byte print record.
        01    SLAB-DETAIL-LINE.
                02  SD-CATEGORY PIC X.
                02  F PIC X VALUE SPACE.
                02  SD-LINE PIC X(5).
                02  SD-CUR-UNITS PIC ZZ,ZZZ,ZZZ.
                02  SD-CUR-REV PIC Z,ZZZ,ZZZ,ZZ9.99.
                02  SD-PROP-UNITS PIC ZZ,ZZZ,ZZZ.
                02  SD-PROP-REV PIC Z,ZZZ,ZZZ,ZZ9.99.
                02  F PIC X VALUE SPACE.
                02  SD-CHANGE PIC -ZZ,ZZZ,ZZ9.99.
                02  SD-PCT PIC -ZZ9.9.
        01    AVERAGE-HEAD-LINE.
                02  F PIC X(20) VALUE "CAT  CUSTOMERS   CUR".
                02  F PIC X(20) VALUE "RENT AVG  PROPOSED A".
                02  F PIC X(20) VALUE "VG        CHANGE    ".
                02  F PIC X(20) VALUE "%".
        01    AVERAGE-DETAIL-LINE.
                02  AD-CATEGORY PIC X.
                02  F PIC X(4) VALUE SPACES.
                02  AD-CUSTS PIC ZZZ,ZZ9.
                02  F PIC X(3) VALUE SPACES.
                02  AD-CUR-AVG PIC ZZZ,ZZ9.99.
                02  F PIC X(3) VALUE SPACES.
                02  AD-PROP-AVG PIC ZZZ,ZZ9.99.
                02  F PIC X(3) VALUE SPACES.
                02  AD-CHANGE PIC -ZZZ,ZZ9.99.
                02  F PIC X VALUE SPACE.
                02  AD-PCT PIC -ZZ9.9.
        01    SHOCK-LINE.
                02  SH-LABEL PIC X(30).
                02  SH-COUNT PIC ZZZ,ZZ9.
                02  F PIC X(3) VALUE SPACES.
                02  SH-SHARE PIC ZZ9.9.
                02  F PIC X(2) VALUE " %".
        01    HIT-HEAD-LINE.
                02  F PIC X(20) VALUE "CUST ID NAME        ".
                02  F PIC X(20) VALUE "         C    CURREN".
                02  F PIC X(20) VALUE "T 12M  PROPOSED 12M ".
                02  F PIC X(20) VALUE "     CHANGE       %".
        01    HIT-DETAIL-LINE.
                02  HD-CUST-ID PIC 9(6).
                02  F PIC X VALUE SPACE.
                02  HD-CUST-NAME PIC X(20).
                02  F PIC X VALUE SPACE.
                02  HD-CATEGORY PIC X.
                02  F PIC X(2) VALUE SPACES.
                02  HD-CUR-TOTAL PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X VALUE SPACE.
                02  HD-PROP-TOTAL PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X VALUE SPACE.
                02  HD-CHANGE PIC -ZZZ,ZZ9.99.
                02  F PIC X VALUE SPACE.
                02  HD-PCT PIC -ZZZ9.9.
        01    COUNT-LINE.
                02  CL-LABEL PIC X(30).
                02  CL-COUNT PIC ZZZ,ZZ9.

        PROCEDURE DIVISION.
        MAIN-PARA.
        PERFORM WRITE-RUNLOG-START-PARA.
        ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
        MOVE WS-TODAY-DATE TO WS-RUN-DATE.
        DISPLAY "----TARIFF REVISION IMPACT SIMULATION----".
        PERFORM LOAD-RATES-PARA.
        OPEN INPUT CUSTOMER-REC-FILE.
        IF WS-CUST-STATUS NOT = "00"
            DISPLAY "ELEC_REC.DAT NOT FOUND OR UNREADABLE - STATUS "
                WS-CUST-STATUS
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        MOVE ZEROS TO WS-CAT-TABLE WS-GRAND-TOTALS.
        OPEN OUTPUT SIMWK-FILE.
        SORT HIST-SORT-FILE
            ON ASCENDING KEY HS-CUST-ID HS-SEQ
            INPUT PROCEDURE HIST-IN-PARA
            OUTPUT PROCEDURE HIST-OUT-PARA.
        CLOSE CUSTOMER-REC-FILE SIMWK-FILE.
        OPEN OUTPUT OUT-FILE.
        PERFORM PRINT-REPORT-PARA.
        CLOSE OUT-FILE.
        OPEN OUTPUT SIMWK-FILE.
        CLOSE SIMWK-FILE.
        DISPLAY "CUSTOMERS RE-PRICED: " WS-PRICED-COUNT.
        DISPLAY "SIMULATION WRITTEN TO TARIFSIM.TXT.".
        MOVE WS-PRICED-COUNT TO WS-RL-REC-COUNT.
        PERFORM WRITE-RUNLOG-END-PARA.
        STOP RUN.

      * Current rates straight from TARIFF.DAT / TAXPARM.DAT, then the
      * proposal on top. Without a proposed tariff file there is
      * nothing to simulate; without a proposed tax file the levies
      * stay as they are.
        LOAD-RATES-PARA.
        PERFORM LOAD-TARIFF-PARA.
        PERFORM LOAD-TAX-PARA.
        MOVE WS-TARIFF-COUNT TO WS-CUR-TARIFF-COUNT.
        MOVE WS-TARIFF-TABLE TO WS-CUR-TARIFF-IMAGE.
        MOVE WS-TAX-COUNT TO WS-CUR-TAX-COUNT.
        MOVE WS-TAX-TABLE TO WS-CUR-TAX-IMAGE.
        OPEN INPUT PROP-TARIFF-FILE.
        IF WS-PROP-TARIFF-STATUS NOT = "00"
            DISPLAY "TARIFPRP.DAT NOT FOUND - NO PROPOSED TARIFF TO"
                " SIMULATE"
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        MOVE "N" TO WS-PROP-EOF.
        PERFORM READ-PROP-TARIFF-PARA UNTIL WS-PROP-EOF = "Y".
        CLOSE PROP-TARIFF-FILE.
        OPEN INPUT PROP-TAX-FILE.
        IF WS-PROP-TAX-STATUS = "00"
            MOVE "N" TO WS-PROP-EOF
            PERFORM READ-PROP-TAX-PARA UNTIL WS-PROP-EOF = "Y"
            CLOSE PROP-TAX-FILE
        ELSE
            DISPLAY "NO TAXPRP.DAT - DUTY AND VAT PRICED AT CURRENT"
                " RATES"
        END-IF.
        MOVE WS-TARIFF-COUNT TO WS-PROP-TARIFF-COUNT.
        MOVE WS-TARIFF-TABLE TO WS-PROP-TARIFF-IMAGE.
        MOVE WS-TAX-COUNT TO WS-PROP-TAX-COUNT.
        MOVE WS-TAX-TABLE TO WS-PROP-TAX-IMAGE.
        IF WS-PROP-TARIFF-RECS = 0
            DISPLAY "TARIFPRP.DAT IS EMPTY - NO PROPOSED TARIFF TO"
                " SIMULATE"
            MOVE "Y" TO WS-RL-END-FLAG
            PERFORM WRITE-RUNLOG-END-PARA
            STOP RUN
        END-IF.
        IF WS-TABLE-FULL = "Y"
            DISPLAY "RATE TABLE FULL - LATER PROPOSED RECORDS IGNORED"
        END-IF.
        DISPLAY "PROPOSED TARIFF RECORDS: " WS-PROP-TARIFF-RECS
            "  PROPOSED TAX RECORDS: " WS-PROP-TAX-RECS.

        READ-PROP-TARIFF-PARA.
        READ PROP-TARIFF-FILE INTO TARIFF-REC
            AT END
                MOVE "Y" TO WS-PROP-EOF
            NOT AT END
                IF WS-TARIFF-COUNT < WS-MAX-TARIFFS
                    ADD 1 TO WS-TARIFF-COUNT
                    ADD 1 TO WS-PROP-TARIFF-RECS
                    MOVE TF-CATEGORY TO
                        WS-TF-CATEGORY(WS-TARIFF-COUNT)
                    MOVE TF-EFF-DATE TO
                        WS-TF-EFF-DATE(WS-TARIFF-COUNT)
                    MOVE TF-SLAB1-LIMIT TO
                        WS-TF-SLAB1-LIMIT(WS-TARIFF-COUNT)
                    MOVE TF-SLAB2-LIMIT TO
                        WS-TF-SLAB2-LIMIT(WS-TARIFF-COUNT)
                    MOVE TF-SLAB1-RATE TO
                        WS-TF-SLAB1-RATE(WS-TARIFF-COUNT)
                    MOVE TF-SLAB2-RATE TO
                        WS-TF-SLAB2-RATE(WS-TARIFF-COUNT)
                    MOVE TF-SLAB3-RATE TO
                        WS-TF-SLAB3-RATE(WS-TARIFF-COUNT)
                    IF TF-EFF-DATE > WS-PROP-EFF-DATE
                        MOVE TF-EFF-DATE TO WS-PROP-EFF-DATE
                    END-IF
                ELSE
                    MOVE "Y" TO WS-TABLE-FULL
                END-IF
        END-READ.

        READ-PROP-TAX-PARA.
        READ PROP-TAX-FILE INTO TAX-REC
            AT END
                MOVE "Y" TO WS-PROP-EOF
            NOT AT END
                IF WS-TAX-COUNT < WS-MAX-TAXES
                    ADD 1 TO WS-TAX-COUNT
                    ADD 1 TO WS-PROP-TAX-RECS
                    MOVE TX-CATEGORY TO
                        WS-TX-CATEGORY(WS-TAX-COUNT)
                    MOVE TX-EFF-DATE TO
                        WS-TX-EFF-DATE(WS-TAX-COUNT)
                    MOVE TX-DUTY-RATE TO
                        WS-TX-DUTY-RATE(WS-TAX-COUNT)
                    MOVE TX-VAT-PCT TO
                        WS-TX-VAT-PCT(WS-TAX-COUNT)
                    IF TX-EFF-DATE > WS-PROP-EFF-DATE
                        MOVE TX-EFF-DATE TO WS-PROP-EFF-DATE
                    END-IF
                ELSE
                    MOVE "Y" TO WS-TABLE-FULL
                END-IF
        END-READ.

        USE-CURRENT-RATES-PARA.
        MOVE WS-CUR-TARIFF-COUNT TO WS-TARIFF-COUNT.
        MOVE WS-CUR-TARIFF-IMAGE TO WS-TARIFF-TABLE.
        MOVE WS-CUR-TAX-COUNT TO WS-TAX-COUNT.
        MOVE WS-CUR-TAX-IMAGE TO WS-TAX-TABLE.
        MOVE WS-TODAY-DATE TO WS-RUN-DATE.

        USE-PROPOSED-RATES-PARA.
        MOVE WS-PROP-TARIFF-COUNT TO WS-TARIFF-COUNT.
        MOVE WS-PROP-TARIFF-IMAGE TO WS-TARIFF-TABLE.
        MOVE WS-PROP-TAX-COUNT TO WS-TAX-COUNT.
        MOVE WS-PROP-TAX-IMAGE TO WS-TAX-TABLE.
        IF WS-PROP-EFF-DATE > WS-TODAY-DATE
            MOVE WS-PROP-EFF-DATE TO WS-RUN-DATE
        ELSE
            MOVE WS-TODAY-DATE TO WS-RUN-DATE
        END-IF.

      * The history is sorted by customer with its file order kept
      * in the sequence number, so each customer's bills come back
      * oldest first. Adjustment notes carry no consumption.
        HIST-IN-PARA.
        MOVE "N" TO WS-HIST-EOF.
        MOVE 0 TO WS-HIST-SEQ.
        OPEN INPUT BILLHIST-FILE.
        IF WS-BILLHIST-STATUS NOT = "00"
            DISPLAY "BILLHIST.DAT NOT FOUND - NOTHING TO RE-PRICE"
        ELSE
            READ BILLHIST-FILE AT END MOVE "Y" TO WS-HIST-EOF
            END-READ
            PERFORM HIST-RELEASE-PARA UNTIL WS-HIST-EOF = "Y"
            CLOSE BILLHIST-FILE
        END-IF.

        HIST-RELEASE-PARA.
        IF BH-BILL-MONTH(1:3) NOT = "ADJ"
            ADD 1 TO WS-HIST-SEQ
            MOVE BH-CUST-ID TO HS-CUST-ID
            MOVE WS-HIST-SEQ TO HS-SEQ
            MOVE BH-PULSES TO HS-PULSES
            RELEASE HIST-SORT-REC
        END-IF.
        READ BILLHIST-FILE AT END MOVE "Y" TO WS-HIST-EOF.

        HIST-OUT-PARA.
        MOVE "N" TO WS-SORT-EOF.
        MOVE 0 TO WS-PREV-CUST.
        MOVE 0 TO WS-WIN-COUNT.
        MOVE 0 TO WS-WIN-NEXT.
        PERFORM HIST-RETURN-PARA UNTIL WS-SORT-EOF = "Y".
        PERFORM CUST-BREAK-PARA.

        HIST-RETURN-PARA.
        RETURN HIST-SORT-FILE
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF HS-CUST-ID NOT = WS-PREV-CUST
                    PERFORM CUST-BREAK-PARA
                    MOVE HS-CUST-ID TO WS-PREV-CUST
                END-IF
                PERFORM WINDOW-ADD-PARA
        END-RETURN.

        WINDOW-ADD-PARA.
        ADD 1 TO WS-WIN-NEXT.
        IF WS-WIN-NEXT > WS-SIM-MONTHS
            MOVE 1 TO WS-WIN-NEXT
        END-IF.
        MOVE HS-PULSES TO WS-WIN-PULSES(WS-WIN-NEXT).
        IF WS-WIN-COUNT < WS-SIM-MONTHS
            ADD 1 TO WS-WIN-COUNT
        END-IF.

      * A closed account or one no longer on the master is left out -
      * the proposal is about the bills still to be sent.
        CUST-BREAK-PARA.
        IF WS-PREV-CUST > 0 AND WS-WIN-COUNT > 0
            MOVE WS-PREV-CUST TO WS-CUST-REL-KEY
            READ CUSTOMER-REC-FILE
                INVALID KEY
                    ADD 1 TO WS-SKIPPED-COUNT
                NOT INVALID KEY
                    IF IN-ACTIVE = "N"
                        ADD 1 TO WS-SKIPPED-COUNT
                    ELSE
                        PERFORM PRICE-CUSTOMER-PARA
                    END-IF
            END-READ
        END-IF.
        MOVE 0 TO WS-WIN-COUNT.
        MOVE 0 TO WS-WIN-NEXT.

        PRICE-CUSTOMER-PARA.
        PERFORM CAT-LOOKUP-PARA.
        IF WS-CHIT = 0
            ADD 1 TO WS-SKIPPED-COUNT
        ELSE
            MOVE 0 TO WS-CUST-CUR-TOTAL WS-CUST-PROP-TOTAL
            PERFORM PRICE-MONTH-PARA
                VARYING WS-WIN-IDX FROM 1 BY 1
                UNTIL WS-WIN-IDX > WS-WIN-COUNT
            ADD 1 TO WS-CT-CUSTS(WS-CHIT)
            ADD 1 TO WS-PRICED-COUNT
            PERFORM CUST-CHANGE-PARA
        END-IF.

        CAT-LOOKUP-PARA.
        MOVE 0 TO WS-CHIT.
        PERFORM VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-CAT-COUNT OR WS-CHIT > 0
            IF WS-CT-CATEGORY(WS-CIDX) = IN-TARIFF-CAT
                MOVE WS-CIDX TO WS-CHIT
            END-IF
        END-PERFORM.
        IF WS-CHIT = 0 AND WS-CAT-COUNT < 10
            ADD 1 TO WS-CAT-COUNT
            MOVE WS-CAT-COUNT TO WS-CHIT
            MOVE IN-TARIFF-CAT TO WS-CT-CATEGORY(WS-CHIT)
        END-IF.

      * One bill priced both ways with the billing run's own
      * paragraphs: slab charges plus the fixed charge, then duty and
      * VAT on top.
        PRICE-MONTH-PARA.
        ADD 1 TO WS-CT-BILLS(WS-CHIT).
        PERFORM USE-CURRENT-RATES-PARA.
        MOVE WS-WIN-PULSES(WS-WIN-IDX) TO PULSES.
        PERFORM TARIFF-SELECT-PARA.
        PERFORM CHARGE-CALC-PARA.
        PERFORM TAX-SELECT-PARA.
        PERFORM TAX-CALC-PARA.
        IF WS-CALC-OVERFLOW = "Y"
            ADD 1 TO WS-OVERFLOW-COUNT
        END-IF.
        ADD WS-SLAB1-UNITS TO WS-CT-CUR-UNITS(WS-CHIT, 1).
        ADD WS-SLAB2-UNITS TO WS-CT-CUR-UNITS(WS-CHIT, 2).
        ADD WS-SLAB3-UNITS TO WS-CT-CUR-UNITS(WS-CHIT, 3).
        ADD WS-SLAB1-AMT TO WS-CT-CUR-REV(WS-CHIT, 1).
        ADD WS-SLAB2-AMT TO WS-CT-CUR-REV(WS-CHIT, 2).
        ADD WS-SLAB3-AMT TO WS-CT-CUR-REV(WS-CHIT, 3).
        ADD WS-DUTY-AMT WS-VAT-AMT TO WS-CT-CUR-TAX(WS-CHIT).
        COMPUTE WS-MONTH-BILL = CHARGES + WS-DUTY-AMT + WS-VAT-AMT.
        ADD WS-MONTH-BILL TO WS-CUST-CUR-TOTAL.
        ADD WS-MONTH-BILL TO WS-CT-CUR-TOTAL(WS-CHIT).
        ADD WS-MONTH-BILL TO WS-GT-CUR-TOTAL.
        PERFORM USE-PROPOSED-RATES-PARA.
        MOVE WS-WIN-PULSES(WS-WIN-IDX) TO PULSES.
        PERFORM TARIFF-SELECT-PARA.
        PERFORM CHARGE-CALC-PARA.
        PERFORM TAX-SELECT-PARA.
        PERFORM TAX-CALC-PARA.
        IF WS-CALC-OVERFLOW = "Y"
            ADD 1 TO WS-OVERFLOW-COUNT
        END-IF.
        ADD WS-SLAB1-UNITS TO WS-CT-PROP-UNITS(WS-CHIT, 1).
        ADD WS-SLAB2-UNITS TO WS-CT-PROP-UNITS(WS-CHIT, 2).
        ADD WS-SLAB3-UNITS TO WS-CT-PROP-UNITS(WS-CHIT, 3).
        ADD WS-SLAB1-AMT TO WS-CT-PROP-REV(WS-CHIT, 1).
        ADD WS-SLAB2-AMT TO WS-CT-PROP-REV(WS-CHIT, 2).
        ADD WS-SLAB3-AMT TO WS-CT-PROP-REV(WS-CHIT, 3).
        ADD WS-DUTY-AMT WS-VAT-AMT TO WS-CT-PROP-TAX(WS-CHIT).
        COMPUTE WS-MONTH-BILL = CHARGES + WS-DUTY-AMT + WS-VAT-AMT.
        ADD WS-MONTH-BILL TO WS-CUST-PROP-TOTAL.
        ADD WS-MONTH-BILL TO WS-CT-PROP-TOTAL(WS-CHIT).
        ADD WS-MONTH-BILL TO WS-GT-PROP-TOTAL.

      * Bill shock is measured on the customer's twelve-month total,
      * so one odd month does not put a household in the wrong band.
        CUST-CHANGE-PARA.
        COMPUTE WS-CUST-CHANGE = WS-CUST-PROP-TOTAL
            - WS-CUST-CUR-TOTAL.
        MOVE 0 TO WS-CUST-PCT.
        IF WS-CUST-CUR-TOTAL > 0
            COMPUTE WS-CUST-PCT ROUNDED =
                WS-CUST-CHANGE * 100 / WS-CUST-CUR-TOTAL
                ON SIZE ERROR MOVE 9999.99 TO WS-CUST-PCT
            END-COMPUTE
        END-IF.
        EVALUATE TRUE
            WHEN WS-CUST-CHANGE < 0
                ADD 1 TO WS-SHOCK-DOWN
            WHEN WS-CUST-PCT NOT > 5
                ADD 1 TO WS-SHOCK-0-5
            WHEN WS-CUST-PCT NOT > 10
                ADD 1 TO WS-SHOCK-5-10
            WHEN OTHER
                ADD 1 TO WS-SHOCK-OVER-10
        END-EVALUATE.
        MOVE IN-CUST-ID TO SW-CUST-ID.
        MOVE IN-CUST-NAME TO SW-CUST-NAME.
        MOVE IN-TARIFF-CAT TO SW-CATEGORY.
        MOVE WS-CUST-CUR-TOTAL TO SW-CUR-TOTAL.
        MOVE WS-CUST-PROP-TOTAL TO SW-PROP-TOTAL.
        MOVE WS-CUST-CHANGE TO SW-CHANGE.
        MOVE WS-CUST-PCT TO SW-PCT.
        WRITE SIMWK-REC.

        PRINT-REPORT-PARA.
        MOVE WS-TODAY-DATE TO RR-RUN-DATE.
        IF WS-PROP-EFF-DATE > WS-TODAY-DATE
            MOVE WS-PROP-EFF-DATE TO RR-EFF-DATE
        ELSE
            MOVE WS-TODAY-DATE TO RR-EFF-DATE
        END-IF.
        MOVE WS-SIM-MONTHS TO RB-MONTHS.
        WRITE OUT-REC FROM HEADING1.
        WRITE OUT-REC FROM REPORT-TITLE-LINE.
        WRITE OUT-REC FROM HEADING1.
        WRITE OUT-REC FROM REPORT-RUN-LINE.
        WRITE OUT-REC FROM REPORT-BASIS-LINE.
        MOVE "CUSTOMERS RE-PRICED .......: " TO CL-LABEL.
        MOVE WS-PRICED-COUNT TO CL-COUNT.
        WRITE OUT-REC FROM COUNT-LINE.
        MOVE "CLOSED / NOT ON MASTER ....: " TO CL-LABEL.
        MOVE WS-SKIPPED-COUNT TO CL-COUNT.
        WRITE OUT-REC FROM COUNT-LINE.
        IF WS-OVERFLOW-COUNT > 0
            MOVE "BILLS THAT OVERFLOWED .....: " TO CL-LABEL
            MOVE WS-OVERFLOW-COUNT TO CL-COUNT
            WRITE OUT-REC FROM COUNT-LINE
        END-IF.
        WRITE OUT-REC FROM HEADING1.
        MOVE " REVENUE BY TARIFF CATEGORY AND SLAB" TO OUT-REC.
        WRITE OUT-REC.
        WRITE OUT-REC FROM SLAB-HEAD-LINE.
        WRITE OUT-REC FROM SLAB-HEAD2-LINE.
        PERFORM PRINT-CATEGORY-PARA
            VARYING WS-CHIT FROM 1 BY 1
            UNTIL WS-CHIT > WS-CAT-COUNT.
        MOVE SPACES TO SLAB-DETAIL-LINE.
        MOVE "*" TO SD-CATEGORY.
        MOVE "TOTAL" TO SD-LINE.
        MOVE WS-GT-CUR-TOTAL TO SD-CUR-REV.
        MOVE WS-GT-PROP-TOTAL TO SD-PROP-REV.
        PERFORM SLAB-CHANGE-PARA.
        WRITE OUT-REC FROM SLAB-DETAIL-LINE.
        WRITE OUT-REC FROM HEADING1.
        MOVE " AVERAGE MONTHLY BILL BY CATEGORY" TO OUT-REC.
        WRITE OUT-REC.
        WRITE OUT-REC FROM AVERAGE-HEAD-LINE.
        PERFORM PRINT-AVERAGE-PARA
            VARYING WS-CHIT FROM 1 BY 1
            UNTIL WS-CHIT > WS-CAT-COUNT.
        WRITE OUT-REC FROM HEADING1.
        MOVE " BILL-SHOCK DISTRIBUTION - CHANGE IN EACH CUSTOMER'S TWE
      -    "LVE-MONTH TOTAL" TO OUT-REC.
        WRITE OUT-REC.
        MOVE "DECREASE ..................: " TO SH-LABEL.
        MOVE WS-SHOCK-DOWN TO WS-SHOCK-N.
        PERFORM PRINT-SHOCK-PARA.
        MOVE "UP 0 - 5 % ................: " TO SH-LABEL.
        MOVE WS-SHOCK-0-5 TO WS-SHOCK-N.
        PERFORM PRINT-SHOCK-PARA.
        MOVE "UP OVER 5 AND UP TO 10 % ..: " TO SH-LABEL.
        MOVE WS-SHOCK-5-10 TO WS-SHOCK-N.
        PERFORM PRINT-SHOCK-PARA.
        MOVE "UP OVER 10 % ..............: " TO SH-LABEL.
        MOVE WS-SHOCK-OVER-10 TO WS-SHOCK-N.
        PERFORM PRINT-SHOCK-PARA.
        WRITE OUT-REC FROM HEADING1.
        MOVE " HARDEST-HIT ACCOUNTS - LARGEST PERCENTAGE INCREASE"
            TO OUT-REC.
        WRITE OUT-REC.
        WRITE OUT-REC FROM HIT-HEAD-LINE.
        SORT SHOCK-SORT-FILE
            ON DESCENDING KEY SK-PCT SK-CHANGE
            ON ASCENDING KEY SK-CUST-ID
            USING SIMWK-FILE
            OUTPUT PROCEDURE HIT-OUT-PARA.
        WRITE OUT-REC FROM HEADING1.

      * Three slab lines, then the fixed charge, the levies and the
      * category's total billed.
        PRINT-CATEGORY-PARA.
        PERFORM PRINT-SLAB-PARA
            VARYING WS-SIDX FROM 1 BY 1
            UNTIL WS-SIDX > 3.
        MOVE SPACES TO SLAB-DETAIL-LINE.
        MOVE WS-CT-CATEGORY(WS-CHIT) TO SD-CATEGORY.
        MOVE "FIXED" TO SD-LINE.
        COMPUTE SD-CUR-REV = WS-CT-BILLS(WS-CHIT) * 5.00.
        COMPUTE SD-PROP-REV = WS-CT-BILLS(WS-CHIT) * 5.00.
        MOVE 0 TO SD-CHANGE SD-PCT.
        WRITE OUT-REC FROM SLAB-DETAIL-LINE.
        MOVE SPACES TO SLAB-DETAIL-LINE.
        MOVE WS-CT-CATEGORY(WS-CHIT) TO SD-CATEGORY.
        MOVE "LEVY" TO SD-LINE.
        MOVE WS-CT-CUR-TAX(WS-CHIT) TO SD-CUR-REV.
        MOVE WS-CT-PROP-TAX(WS-CHIT) TO SD-PROP-REV.
        COMPUTE WS-CUST-CHANGE = WS-CT-PROP-TAX(WS-CHIT)
            - WS-CT-CUR-TAX(WS-CHIT).
        MOVE WS-CT-CUR-TAX(WS-CHIT) TO WS-AVG-CUR.
        PERFORM LINE-CHANGE-PARA.
        WRITE OUT-REC FROM SLAB-DETAIL-LINE.
        MOVE SPACES TO SLAB-DETAIL-LINE.
        MOVE WS-CT-CATEGORY(WS-CHIT) TO SD-CATEGORY.
        MOVE "TOTAL" TO SD-LINE.
        MOVE WS-CT-CUR-TOTAL(WS-CHIT) TO SD-CUR-REV.
        MOVE WS-CT-PROP-TOTAL(WS-CHIT) TO SD-PROP-REV.
        COMPUTE WS-CUST-CHANGE = WS-CT-PROP-TOTAL(WS-CHIT)
            - WS-CT-CUR-TOTAL(WS-CHIT).
        MOVE WS-CT-CUR-TOTAL(WS-CHIT) TO WS-AVG-CUR.
        PERFORM LINE-CHANGE-PARA.
        WRITE OUT-REC FROM SLAB-DETAIL-LINE.

        PRINT-SLAB-PARA.
        MOVE SPACES TO SLAB-DETAIL-LINE.
        MOVE WS-CT-CATEGORY(WS-CHIT) TO SD-CATEGORY.
        MOVE "SLAB" TO SD-LINE.
        MOVE WS-SIDX TO SD-LINE(5:1).
        MOVE WS-CT-CUR-UNITS(WS-CHIT, WS-SIDX) TO SD-CUR-UNITS.
        MOVE WS-CT-CUR-REV(WS-CHIT, WS-SIDX) TO SD-CUR-REV.
        MOVE WS-CT-PROP-UNITS(WS-CHIT, WS-SIDX) TO SD-PROP-UNITS.
        MOVE WS-CT-PROP-REV(WS-CHIT, WS-SIDX) TO SD-PROP-REV.
        COMPUTE WS-CUST-CHANGE = WS-CT-PROP-REV(WS-CHIT, WS-SIDX)
            - WS-CT-CUR-REV(WS-CHIT, WS-SIDX).
        MOVE WS-CT-CUR-REV(WS-CHIT, WS-SIDX) TO WS-AVG-CUR.
        PERFORM LINE-CHANGE-PARA.
        WRITE OUT-REC FROM SLAB-DETAIL-LINE.

      * Change and percentage for a report line: WS-CUST-CHANGE holds
      * the money change, WS-AVG-CUR the current figure it is on.
        LINE-CHANGE-PARA.
        MOVE WS-CUST-CHANGE TO SD-CHANGE.
        MOVE 0 TO WS-CUST-PCT.
        IF WS-AVG-CUR > 0
            COMPUTE WS-CUST-PCT ROUNDED =
                WS-CUST-CHANGE * 100 / WS-AVG-CUR
                ON SIZE ERROR MOVE 999.9 TO WS-CUST-PCT
            END-COMPUTE
        END-IF.
        MOVE WS-CUST-PCT TO SD-PCT.

        SLAB-CHANGE-PARA.
        COMPUTE WS-CUST-CHANGE = WS-GT-PROP-TOTAL - WS-GT-CUR-TOTAL.
        MOVE WS-GT-CUR-TOTAL TO WS-AVG-CUR.
        PERFORM LINE-CHANGE-PARA.

        PRINT-AVERAGE-PARA.
        MOVE WS-CT-CATEGORY(WS-CHIT) TO AD-CATEGORY.
        MOVE WS-CT-CUSTS(WS-CHIT) TO AD-CUSTS.
        MOVE 0 TO WS-AVG-CUR WS-AVG-PROP.
        IF WS-CT-BILLS(WS-CHIT) > 0
            COMPUTE WS-AVG-CUR ROUNDED =
                WS-CT-CUR-TOTAL(WS-CHIT) / WS-CT-BILLS(WS-CHIT)
            COMPUTE WS-AVG-PROP ROUNDED =
                WS-CT-PROP-TOTAL(WS-CHIT) / WS-CT-BILLS(WS-CHIT)
        END-IF.
        MOVE WS-AVG-CUR TO AD-CUR-AVG.
        MOVE WS-AVG-PROP TO AD-PROP-AVG.
        COMPUTE WS-CUST-CHANGE = WS-AVG-PROP - WS-AVG-CUR.
        MOVE WS-CUST-CHANGE TO AD-CHANGE.
        MOVE 0 TO WS-CUST-PCT.
        IF WS-AVG-CUR > 0
            COMPUTE WS-CUST-PCT ROUNDED =
                WS-CUST-CHANGE * 100 / WS-AVG-CUR
                ON SIZE ERROR MOVE 999.9 TO WS-CUST-PCT
            END-COMPUTE
        END-IF.
        MOVE WS-CUST-PCT TO AD-PCT.
        WRITE OUT-REC FROM AVERAGE-DETAIL-LINE.

        PRINT-SHOCK-PARA.
        MOVE WS-SHOCK-N TO SH-COUNT.
        MOVE 0 TO WS-SHARE-PCT.
        IF WS-PRICED-COUNT > 0
            COMPUTE WS-SHARE-PCT ROUNDED =
                WS-SHOCK-N * 100 / WS-PRICED-COUNT
        END-IF.
        MOVE WS-SHARE-PCT TO SH-SHARE.
        WRITE OUT-REC FROM SHOCK-LINE.

        HIT-OUT-PARA.
        MOVE 0 TO WS-LISTED.
        MOVE "N" TO WS-SORT-EOF.
        PERFORM HIT-RETURN-PARA UNTIL WS-SORT-EOF = "Y".
        IF WS-LISTED = 0
            MOVE "    NO ACCOUNT GOES UP UNDER THE PROPOSAL" TO OUT-REC
            WRITE OUT-REC
        END-IF.

        HIT-RETURN-PARA.
        RETURN SHOCK-SORT-FILE
            AT END
                MOVE "Y" TO WS-SORT-EOF
            NOT AT END
                IF WS-LISTED < WS-HIT-TOP AND SK-CHANGE > 0
                    ADD 1 TO WS-LISTED
                    MOVE SK-CUST-ID TO HD-CUST-ID
                    MOVE SK-CUST-NAME TO HD-CUST-NAME
                    MOVE SK-CATEGORY TO HD-CATEGORY
                    MOVE SK-CUR-TOTAL TO HD-CUR-TOTAL
                    MOVE SK-PROP-TOTAL TO HD-PROP-TOTAL
                    MOVE SK-CHANGE TO HD-CHANGE
                    MOVE SK-PCT TO HD-PCT
                    WRITE OUT-REC FROM HIT-DETAIL-LINE
                ELSE
                    MOVE "Y" TO WS-SORT-EOF
                END-IF
        END-RETURN.

        COPY BILLCALC.

        COPY RUNLOGP.
