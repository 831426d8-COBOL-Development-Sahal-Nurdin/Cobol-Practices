      ******************************************************************
      * Shared GL posting-period paragraph (same shared-paragraph
      * convention as RUNLOGP). Every program that appends to
      * GLJRNL.TXT performs GL-POST-PERIOD-PARA before it writes its
      * journal, and stamps WS-GL-PERIOD on each detail line. The
      * host program declares GLPERIOD-FILE assigned to GLPERIOD.DAT
      * (sequential) with FD COPY GLPERIOD, plus WS-GLPERIOD-STATUS,
      * WS-GLPERIOD-EOF, WS-GL-TODAY, WS-GL-PERIOD, WS-GL-LAST-CLOSED,
      * WS-GL-YEAR and WS-GL-MONTH. The period is normally the month
      * of the run date; once Q15GC has closed that month the lines
      * are rolled into the month after the last one closed, so
      * nothing lands in a month finance has already reported.
      ******************************************************************
       GL-POST-PERIOD-PARA.
       ACCEPT WS-GL-TODAY FROM DATE YYYYMMDD.
       DIVIDE WS-GL-TODAY BY 100 GIVING WS-GL-PERIOD.
       MOVE 0 TO WS-GL-LAST-CLOSED.
       OPEN INPUT GLPERIOD-FILE.
       IF WS-GLPERIOD-STATUS = "00"
           MOVE "N" TO WS-GLPERIOD-EOF
           PERFORM GL-READ-PERIOD-PARA UNTIL WS-GLPERIOD-EOF = "Y"
           CLOSE GLPERIOD-FILE
       END-IF.
       IF WS-GL-LAST-CLOSED NOT < WS-GL-PERIOD
           DIVIDE WS-GL-LAST-CLOSED BY 100 GIVING WS-GL-YEAR
               REMAINDER WS-GL-MONTH
           IF WS-GL-MONTH = 12
               COMPUTE WS-GL-PERIOD = (WS-GL-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE WS-GL-PERIOD = WS-GL-LAST-CLOSED + 1
           END-IF
           DISPLAY "GL PERIOD " WS-GL-LAST-CLOSED " IS CLOSED - "
               "JOURNAL POSTED TO PERIOD " WS-GL-PERIOD
       END-IF.

       GL-READ-PERIOD-PARA.
       READ GLPERIOD-FILE
           AT END
               MOVE "Y" TO WS-GLPERIOD-EOF
           NOT AT END
               IF GP-PERIOD > WS-GL-LAST-CLOSED
                   MOVE GP-PERIOD TO WS-GL-LAST-CLOSED
               END-IF
       END-READ.
