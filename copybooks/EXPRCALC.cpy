      ******************************************************************
      * Export credit rate selection - EXPRATE.DAT carries one rate
      * per tariff category and effective date, loaded once at
      * start-up like the tariff table. EXPRATE-SELECT-PARA moves the
      * rate matching the customer's IN-TARIFF-CAT and the run date
      * into WS-EXPORT-RATE before banked units are settled. With no
      * rate file or no matching record the rate is zero.
      ******************************************************************
       LOAD-EXPRATE-PARA.
       OPEN INPUT EXPRATE-FILE.
       IF WS-EXPRATE-STATUS = "00"
           PERFORM READ-EXPRATE-PARA UNTIL WS-EXPRATE-EOF = "Y"
           CLOSE EXPRATE-FILE
       END-IF.

       READ-EXPRATE-PARA.
       READ EXPRATE-FILE
           AT END
               MOVE "Y" TO WS-EXPRATE-EOF
           NOT AT END
               IF WS-EXPRATE-COUNT < WS-MAX-EXPRATES
                   ADD 1 TO WS-EXPRATE-COUNT
                   MOVE XR-CATEGORY TO
                       WS-XR-CATEGORY(WS-EXPRATE-COUNT)
                   MOVE XR-EFF-DATE TO
                       WS-XR-EFF-DATE(WS-EXPRATE-COUNT)
                   MOVE XR-CREDIT-RATE TO
                       WS-XR-CREDIT-RATE(WS-EXPRATE-COUNT)
               END-IF
       END-READ.

       EXPRATE-SELECT-PARA.
       MOVE 0 TO WS-EXPORT-RATE.
       PERFORM VARYING WS-EXPRATE-IDX FROM 1 BY 1
               UNTIL WS-EXPRATE-IDX > WS-EXPRATE-COUNT
           IF WS-XR-CATEGORY(WS-EXPRATE-IDX) = IN-TARIFF-CAT
                   AND WS-XR-EFF-DATE(WS-EXPRATE-IDX)
                       NOT > WS-RUN-DATE
               MOVE WS-XR-CREDIT-RATE(WS-EXPRATE-IDX)
                   TO WS-EXPORT-RATE
           END-IF
       END-PERFORM.
