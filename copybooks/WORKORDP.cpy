      ******************************************************************
      * Shared work-order paragraphs (same shared-paragraph
      * convention as RUNLOGP). The host program declares
      * WORKORD-FILE assigned to WORKORD.DAT (relative, dynamic
      * access, relative key WS-WO-REL-KEY, status WS-WORKORD-STATUS)
      * with FD COPY WORKORD, and COPY WORKORDW in working-storage.
      * PERFORM OPEN-WORKORD-PARA once (the file is created if it is
      * not there, and the last order number found), then for each
      * job fill WS-WO-REQUEST and PERFORM RAISE-WORKORD-PARA;
      * CLOSE-WORKORD-PARA at the end. A customer with an order of
      * the same type still open (raised or issued) is not given a
      * second one - a work list rerun must not send two crews.
      ******************************************************************
       OPEN-WORKORD-PARA.
       ACCEPT WS-WO-DATE FROM DATE YYYYMMDD.
       OPEN I-O WORKORD-FILE.
       IF WS-WORKORD-STATUS NOT = "00"
           OPEN OUTPUT WORKORD-FILE
           CLOSE WORKORD-FILE
           OPEN I-O WORKORD-FILE
       END-IF.
       MOVE "Y" TO WS-WO-OPEN.
       MOVE 0 TO WS-WO-LAST-NO.
       MOVE "N" TO WS-WO-EOF.
       PERFORM WO-LAST-SCAN-PARA UNTIL WS-WO-EOF = "Y".

       WO-LAST-SCAN-PARA.
       READ WORKORD-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-WO-EOF
           NOT AT END
               IF WO-NUMBER > WS-WO-LAST-NO
                   MOVE WO-NUMBER TO WS-WO-LAST-NO
               END-IF
       END-READ.

       CLOSE-WORKORD-PARA.
       IF WS-WO-OPEN = "Y"
           CLOSE WORKORD-FILE
           MOVE "N" TO WS-WO-OPEN
       END-IF.

       RAISE-WORKORD-PARA.
       MOVE 0 TO WS-WO-NEW-NO.
       MOVE 0 TO WS-WO-DUP-NO.
       MOVE "N" TO WS-WO-EOF.
       MOVE 1 TO WS-WO-REL-KEY.
       START WORKORD-FILE KEY NOT < WS-WO-REL-KEY
           INVALID KEY
               MOVE "Y" TO WS-WO-EOF
       END-START.
       PERFORM WO-DUP-SCAN-PARA UNTIL WS-WO-EOF = "Y".
       IF WS-WO-DUP-NO = 0
           PERFORM WO-WRITE-PARA
       END-IF.

       WO-DUP-SCAN-PARA.
       READ WORKORD-FILE NEXT RECORD
           AT END
               MOVE "Y" TO WS-WO-EOF
           NOT AT END
               IF WO-CUST-ID = WS-WQ-CUST-ID
                       AND WO-TYPE = WS-WQ-TYPE
                       AND (WO-STATUS = "O" OR WO-STATUS = "I")
                   MOVE WO-NUMBER TO WS-WO-DUP-NO
                   MOVE "Y" TO WS-WO-EOF
               END-IF
       END-READ.

       WO-WRITE-PARA.
       EVALUATE WS-WQ-TYPE
           WHEN "D" MOVE WS-WO-DAYS-DISC TO WS-WO-DAYS
           WHEN "R" MOVE WS-WO-DAYS-RECON TO WS-WO-DAYS
           WHEN "E" MOVE WS-WO-DAYS-EXCH TO WS-WO-DAYS
           WHEN "I" MOVE WS-WO-DAYS-INSP TO WS-WO-DAYS
           WHEN OTHER MOVE WS-WO-DAYS-CHECK TO WS-WO-DAYS
       END-EVALUATE.
       ADD 1 TO WS-WO-LAST-NO.
       MOVE WS-WO-LAST-NO TO WS-WO-REL-KEY.
       MOVE WS-WO-LAST-NO TO WO-NUMBER.
       MOVE WS-WQ-TYPE TO WO-TYPE.
       MOVE "O" TO WO-STATUS.
       MOVE WS-WQ-CUST-ID TO WO-CUST-ID.
       MOVE WS-WQ-ADDRESS TO WO-ADDRESS.
       MOVE WS-WQ-ROUTE-CODE TO WO-ROUTE-CODE.
       MOVE WS-WQ-WALK-SEQ TO WO-WALK-SEQ.
       MOVE WS-WQ-MTRNO TO WO-MTRNO.
       MOVE WS-WQ-NOTE TO WO-NOTE.
       MOVE WS-WQ-SOURCE TO WO-SOURCE.
       MOVE WS-WQ-RAISED-BY TO WO-RAISED-BY.
       MOVE WS-WO-DATE TO WO-RAISED-DATE.
       COMPUTE WO-TARGET-DATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-WO-DATE) + WS-WO-DAYS).
       MOVE SPACES TO WO-CREW.
       MOVE 0 TO WO-ISSUED-DATE.
       MOVE 0 TO WO-DONE-DATE.
       MOVE SPACES TO WO-RESULT-CODE.
       MOVE 0 TO WO-NEW-MTRNO.
       WRITE WORKORD-REC
           INVALID KEY
               DISPLAY "WORK ORDER " WS-WO-LAST-NO
                   " NOT WRITTEN - STATUS " WS-WORKORD-STATUS
           NOT INVALID KEY
               MOVE WS-WO-LAST-NO TO WS-WO-NEW-NO
               ADD 1 TO WS-WO-RAISED-COUNT
       END-WRITE.
