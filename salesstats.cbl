      *          layout, followed by the cumulative-to-date view
      *          summed across every record on file - the return
      *          that used to take two days in a spreadsheet off
      *          BILLEXP.TXT. Each view closes with the units
      *          net-metered customers exported to the grid, the
      *          export credit paid out and the number of those
      *          customers, by category, which the regulator asks
      *          for separately. Output goes to SALESTAT.TXT.
      * Tectonics: cobc
      ******************************************************************
        IDENTIFICATION DIVISION.
        77    WS-CHIT PIC 9(2) VALUE 0.
        77    WS-SIDX PIC 9(2) VALUE 0.
        77    WS-MODE PIC 9 VALUE 1.
        77    WS-NET-CATS PIC 9(2) VALUE 0.
      * One accumulation table serves both views - pass 1 totals the
      * requested month, pass 2 totals everything on file.
        01    WS-CAT-TABLE.
                    03  WS-CT-SLAB OCCURS 3 TIMES.
                        04  WS-CT-UNITS PIC 9(10).
                        04  WS-CT-REVENUE PIC 9(10)V99.
                    03  WS-CT-NET-CUSTS PIC 9(8).
                    03  WS-CT-EXPORT-UNITS PIC 9(10).
                    03  WS-CT-EXPORT-CREDIT PIC 9(10)V99.
        77    HEADING1 PIC X(80) VALUE ALL "-".
        01    REPORT-TITLE-LINE.
                02  F PIC X(40) VALUE
                02  RD-REVENUE PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X(4) VALUE SPACES.
                02  RD-CUSTS PIC Z(7)9.
        01    EXPORT-HEAD-LINE PIC X(80) VALUE
            "CAT       UNITS EXPORTED    CREDIT PAID   NET CUSTOMERS".
        01    EXPORT-DETAIL-LINE.
                02  XD-CATEGORY PIC X.
                02  F PIC X(9) VALUE SPACES.
                02  XD-UNITS PIC Z,ZZZ,ZZZ,ZZ9.
                02  F PIC X(2) VALUE SPACES.
                02  XD-CREDIT PIC ZZ,ZZZ,ZZ9.99.
                02  F PIC X(8) VALUE SPACES.
                02  XD-CUSTS PIC Z(7)9.

        PROCEDURE DIVISION.
        MAIN-PARA.
                MOVE 0 TO WS-CT-UNITS(WS-CHIT, WS-SIDX)
                MOVE 0 TO WS-CT-REVENUE(WS-CHIT, WS-SIDX)
            END-PERFORM
            MOVE 0 TO WS-CT-NET-CUSTS(WS-CHIT)
            MOVE 0 TO WS-CT-EXPORT-UNITS(WS-CHIT)
            MOVE 0 TO WS-CT-EXPORT-CREDIT(WS-CHIT)
        END-IF.
        IF WS-CHIT > 0 AND ST-SLAB > 0 AND ST-SLAB < 4
            ADD ST-UNITS TO WS-CT-UNITS(WS-CHIT, ST-SLAB)
            ADD ST-REVENUE TO WS-CT-REVENUE(WS-CHIT, ST-SLAB)
            ADD ST-CUST-COUNT TO WS-CT-CUSTS(WS-CHIT)
        END-IF.
      * Slab 0 is the net-metering record: units exported, export
      * credit paid and the net-metered customers billed.
        IF WS-CHIT > 0 AND ST-SLAB = 0
            ADD ST-UNITS TO WS-CT-EXPORT-UNITS(WS-CHIT)
            ADD ST-REVENUE TO WS-CT-EXPORT-CREDIT(WS-CHIT)
            ADD ST-CUST-COUNT TO WS-CT-NET-CUSTS(WS-CHIT)
        END-IF.

        PRINT-SECTION-PARA.
        WRITE REPORT-REC FROM HEADING1.
            PERFORM PRINT-CATEGORY-PARA
                VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-CAT-COUNT
            PERFORM PRINT-EXPORT-PARA
        END-IF.

        PRINT-EXPORT-PARA.
        MOVE 0 TO WS-NET-CATS.
        PERFORM COUNT-NET-CAT-PARA
            VARYING WS-CIDX FROM 1 BY 1
            UNTIL WS-CIDX > WS-CAT-COUNT.
        IF WS-NET-CATS > 0
            WRITE REPORT-REC FROM HEADING1
            MOVE " EXPORT TO GRID - NET-METERED CUSTOMERS"
                TO REPORT-REC
            WRITE REPORT-REC
            WRITE REPORT-REC FROM EXPORT-HEAD-LINE
            PERFORM PRINT-EXPORT-CAT-PARA
                VARYING WS-CIDX FROM 1 BY 1
                UNTIL WS-CIDX > WS-CAT-COUNT
        END-IF.

        COUNT-NET-CAT-PARA.
        IF WS-CT-NET-CUSTS(WS-CIDX) > 0
            ADD 1 TO WS-NET-CATS
        END-IF.

        PRINT-EXPORT-CAT-PARA.
        IF WS-CT-NET-CUSTS(WS-CIDX) > 0
            MOVE WS-CT-CATEGORY(WS-CIDX) TO XD-CATEGORY
            MOVE WS-CT-EXPORT-UNITS(WS-CIDX) TO XD-UNITS
            MOVE WS-CT-EXPORT-CREDIT(WS-CIDX) TO XD-CREDIT
            MOVE WS-CT-NET-CUSTS(WS-CIDX) TO XD-CUSTS
            WRITE REPORT-REC FROM EXPORT-DETAIL-LINE
        END-IF.

        PRINT-CATEGORY-PARA.
