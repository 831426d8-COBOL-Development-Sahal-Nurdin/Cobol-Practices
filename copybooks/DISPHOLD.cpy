      ******************************************************************
      * Shared dispute-hold paragraphs (same shared-paragraph
      * convention as RUNLOGP). Performed by the collections
      * programs so a bill under dispute is left alone. The host
      * program declares DISPUTE-FILE assigned to DISPUTE.DAT
      * (indexed, dynamic access, record key DI-KEY) with FD COPY
      * DISPUTE, plus WS-DISPUTE-STATUS, WS-DH-OPEN, WS-DH-CUST-ID,
      * WS-DH-ISSUE-DATE, WS-DH-HELD and WS-DH-DONE. PERFORM
      * OPEN-DISPUTE-PARA once at the start (no file yet means no
      * disputes) and CLOSE-DISPUTE-PARA at the end. For one item,
      * set WS-DH-CUST-ID and WS-DH-ISSUE-DATE and PERFORM
      * DISPUTE-ITEM-CHECK-PARA; for a whole customer set
      * WS-DH-CUST-ID and PERFORM DISPUTE-CUST-CHECK-PARA. Either
      * way WS-DH-HELD comes back Y when a hold (status H or J) is
      * in force.
      ******************************************************************
       OPEN-DISPUTE-PARA.
       MOVE "N" TO WS-DH-OPEN.
       OPEN INPUT DISPUTE-FILE.
       IF WS-DISPUTE-STATUS = "00"
           MOVE "Y" TO WS-DH-OPEN
       END-IF.

       CLOSE-DISPUTE-PARA.
       IF WS-DH-OPEN = "Y"
           CLOSE DISPUTE-FILE
       END-IF.

       DISPUTE-ITEM-CHECK-PARA.
       MOVE "N" TO WS-DH-HELD.
       IF WS-DH-OPEN = "Y"
           MOVE WS-DH-CUST-ID TO DI-CUST-ID
           MOVE WS-DH-ISSUE-DATE TO DI-ISSUE-DATE
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DI-STATUS = "H" OR DI-STATUS = "J"
                       MOVE "Y" TO WS-DH-HELD
                   END-IF
           END-READ
       END-IF.

       DISPUTE-CUST-CHECK-PARA.
       MOVE "N" TO WS-DH-HELD.
       MOVE "N" TO WS-DH-DONE.
       IF WS-DH-OPEN = "Y"
           MOVE WS-DH-CUST-ID TO DI-CUST-ID
           MOVE 0 TO DI-ISSUE-DATE
           START DISPUTE-FILE KEY NOT < DI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DH-DONE
           END-START
           PERFORM DISPUTE-CUST-SCAN-PARA UNTIL WS-DH-DONE = "Y"
       END-IF.

       DISPUTE-CUST-SCAN-PARA.
       READ DISPUTE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-DH-DONE
           NOT AT END
               IF DI-CUST-ID NOT = WS-DH-CUST-ID
                   MOVE "Y" TO WS-DH-DONE
               ELSE
                   IF DI-STATUS = "H" OR DI-STATUS = "J"
                       MOVE "Y" TO WS-DH-HELD
                       MOVE "Y" TO WS-DH-DONE
                   END-IF
               END-IF
       END-READ.
